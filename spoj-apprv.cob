000100******************************************************************
000200*    PROGRAM......: SPOJ-APPRV                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: DUAL-CONTROL APPROVAL OF HELD ITEMS.  POSTS  *
000800*                   THE ITEMS THE DUPLICATE CHECK HELD THIS RUN  *
000900*                   (PENDHOLD) TO THE PENDING-APPROVAL MASTER    *
001000*                   (PENDMST IN, PENDNEW OUT), THEN APPLIES THE  *
001100*                   APPROVERS' DECISIONS (APPRDEC, OPTIONAL).    *
001200*                   AN APPROVED ITEM'S IMAGE GOES TO THE RELEASE *
001300*                   FILE (APPRREL), WHICH THE NEXT RUN'S         *
001400*                   DUPLICATE CHECK FEEDS THROUGH TO TRANSOK.  A *
001500*                   DECLINED ITEM IS WRITTEN OFF (APPRWOF).  A   *
001600*                   DECISION WITH NO APPROVER, OR MADE BY THE    *
001700*                   OPERATOR WHO KEYED THE ITEM, IS REFUSED AND  *
001800*                   THE ITEM STAYS PENDING.  AN ITEM STILL       *
001900*                   UNDECIDED AFTER THE APPRPARM NUMBER OF DAYS  *
002000*                   (DEFAULT 5) EXPIRES AND IS WRITTEN OFF.      *
002100*                   EVERY DECISION AND EXPIRY IS LOGGED TO THE   *
002200*                   CUMULATIVE APPROVAL AUDIT (APPRAUD).  THE    *
002300*                   REPORT (APPRRPT) LISTS THE RUN'S DECISIONS   *
002400*                   AND EVERY ITEM STILL PENDING WITH ITS AGE.   *
002500*                   A REFUSED OR UNMATCHED DECISION, OR AN       *
002600*                   EXPIRY, ENDS THE STEP WITH RETURN CODE 4 FOR *
002700*                   REVIEW.                                      *
002800*    MODIFICATION HISTORY.........................................
002900*    DATE       INIT  DESCRIPTION
003000*    ---------- ----  -----------------------------------------
003100*    2026-10-15 JM    ORIGINAL PROGRAM.
003120*    2026-10-15 JM    WIDENED THE RECORD IMAGES FOR THE CURRENCY
003140*                     CODE, ORIGINAL AMOUNT AND RATE.  THE HELD
003160*                     AMOUNT STAYS IN REAIS.
003170*    2026-10-15 JM    PENDING ITEM BUILT IN WORKING STORAGE, NOT
003180*                     IN THE CLOSED OLD MASTER'S RECORD AREA.
003200******************************************************************
003300    IDENTIFICATION DIVISION.
003400    PROGRAM-ID.    MAIN.
003500
003600    ENVIRONMENT DIVISION.
003700    INPUT-OUTPUT SECTION.
003800    FILE-CONTROL.
003900        SELECT MAST-OLD ASSIGN TO "PENDMST"
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS AP-MSTOLD-STATUS.
004200        SELECT MAST-NEW ASSIGN TO "PENDNEW"
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS AP-MSTNEW-STATUS.
004500        SELECT HOLD-FILE ASSIGN TO "PENDHOLD"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS AP-HOLD-STATUS.
004800        SELECT DEC-FILE ASSIGN TO "APPRDEC"
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS AP-DEC-STATUS.
005100        SELECT REL-FILE ASSIGN TO "APPRREL"
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS AP-REL-STATUS.
005400        SELECT WOF-FILE ASSIGN TO "APPRWOF"
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS AP-WOF-STATUS.
005700        SELECT OPTIONAL AUD-FILE ASSIGN TO "APPRAUD"
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS AP-AUD-STATUS.
006000        SELECT PARM-FILE ASSIGN TO "APPRPARM"
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS AP-PARM-STATUS.
006300        SELECT REPORT-FILE ASSIGN TO "APPRRPT"
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS AP-RPT-STATUS.
006600        SELECT CTL-FILE ASSIGN TO "BATCHCTL"
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS AP-CTL-STATUS.
006900        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS IS AP-STATS-STATUS.
007200
007300    DATA DIVISION.
007400    FILE SECTION.
007500    FD  MAST-OLD
007600        LABEL RECORDS ARE STANDARD.
007700    COPY "pendmst.cpy".
007800
007900    FD  MAST-NEW
008000        LABEL RECORDS ARE STANDARD.
008100    01  AP-MSTNEW-RECORD            PIC X(96).
008200
008300    FD  HOLD-FILE
008400        LABEL RECORDS ARE STANDARD.
008500    COPY "aphold.cpy".
008600
008700    FD  DEC-FILE
008800        LABEL RECORDS ARE STANDARD.
008900    COPY "apprdec.cpy".
009000
009100    FD  REL-FILE
009200        LABEL RECORDS ARE STANDARD.
009300    01  AP-REL-RECORD               PIC X(55).
009400
009500    FD  WOF-FILE
009600        LABEL RECORDS ARE STANDARD.
009700    COPY "apprwof.cpy".
009800
009900    FD  AUD-FILE
010000        LABEL RECORDS ARE STANDARD.
010100    COPY "appraud.cpy".
010200
010300    FD  PARM-FILE
010400        LABEL RECORDS ARE STANDARD.
010500    COPY "apprparm.cpy".
010600
010700    FD  REPORT-FILE
010800        LABEL RECORDS ARE STANDARD.
010900    COPY "apprrpt.cpy".
011000
011100    FD  CTL-FILE
011200        LABEL RECORDS ARE STANDARD.
011300    COPY "jobctl.cpy".
011400
011500    FD  STATS-FILE
011600        LABEL RECORDS ARE STANDARD.
011700    COPY "jobstat.cpy".
011800
011900    WORKING-STORAGE SECTION.
012000    77  AP-MSTOLD-STATUS        PIC X(2)  VALUE '00'.
012100    77  AP-MSTNEW-STATUS        PIC X(2)  VALUE '00'.
012200    77  AP-HOLD-STATUS          PIC X(2)  VALUE '00'.
012300    77  AP-DEC-STATUS           PIC X(2)  VALUE '00'.
012400    77  AP-REL-STATUS           PIC X(2)  VALUE '00'.
012500    77  AP-WOF-STATUS           PIC X(2)  VALUE '00'.
012600    77  AP-AUD-STATUS           PIC X(2)  VALUE '00'.
012700    77  AP-PARM-STATUS          PIC X(2)  VALUE '00'.
012800    77  AP-RPT-STATUS           PIC X(2)  VALUE '00'.
012900    77  AP-CTL-STATUS           PIC X(2)  VALUE '00'.
013000    77  AP-STATS-STATUS         PIC X(2)  VALUE '00'.
013100    77  AP-START-TIME           PIC 9(6)  VALUE ZERO.
013200    77  AP-TIME-WK              PIC 9(8)  VALUE ZERO.
013300
013400    77  AP-BATCH-NUMBER         PIC 9(6)  VALUE ZERO.
013500    77  AP-RUN-DATE             PIC 9(8)  VALUE ZERO.
013600    77  AP-RUN-INT              PIC 9(8)  VALUE ZERO COMP.
013700    77  AP-EXPIRY-DAYS          PIC 9(3)  VALUE 5.
013800    77  AP-AGE-DAYS             PIC 9(5)  VALUE ZERO.
013900    77  AP-AGE-ED               PIC ZZZZ9.
014000    77  AP-AMOUNT-ED            PIC -(5)9.99.
014100    77  AP-LIMIT-ED             PIC Z(4)9.99.
014200    77  AP-COUNT-ED             PIC ZZZZ9.
014300    77  AP-TOTAL-ED             PIC -(8)9.99.
014400    77  AP-OUTCOME-TEXT         PIC X(10) VALUE SPACES.
014500    77  AP-TYPE-TEXT            PIC X(8)  VALUE SPACES.
014600    77  AP-SEARCH-DOCREF        PIC X(8)  VALUE SPACES.
014700
014800    77  AP-HELD-COUNT           PIC 9(5)  VALUE ZERO.
014900    77  AP-RERUN-COUNT          PIC 9(5)  VALUE ZERO.
015000    77  AP-DEC-COUNT            PIC 9(5)  VALUE ZERO.
015100    77  AP-APPROVED-COUNT       PIC 9(5)  VALUE ZERO.
015200    77  AP-DECLINED-COUNT       PIC 9(5)  VALUE ZERO.
015300    77  AP-REFUSED-COUNT        PIC 9(5)  VALUE ZERO.
015400    77  AP-NOMATCH-COUNT        PIC 9(5)  VALUE ZERO.
015500    77  AP-EXPIRED-COUNT        PIC 9(5)  VALUE ZERO.
015600    77  AP-CARRIED-COUNT        PIC 9(5)  VALUE ZERO.
015700    77  AP-PEND-TOTAL           PIC S9(9)V99 VALUE ZERO.
015800
015900    77  AP-TAB-MAX              PIC 9(4)  VALUE 2000 COMP.
016000    77  AP-TAB-USED             PIC 9(4)  VALUE ZERO COMP.
016100    77  AP-I                    PIC 9(4)  VALUE ZERO COMP.
016200    77  AP-X                    PIC 9(4)  VALUE ZERO COMP.
016300
016400    77  AP-MSTOLD-EOF-SW        PIC X(1)  VALUE 'N'.
016500        88  AP-MSTOLD-EOF                  VALUE 'Y'.
016600    77  AP-HOLD-EOF-SW          PIC X(1)  VALUE 'N'.
016700        88  AP-HOLD-EOF                    VALUE 'Y'.
016800    77  AP-DEC-EOF-SW           PIC X(1)  VALUE 'N'.
016900        88  AP-DEC-EOF                     VALUE 'Y'.
017000    77  AP-ITEM-FOUND-SW        PIC X(1)  VALUE 'N'.
017100        88  AP-ITEM-FOUND                  VALUE 'Y'.
017200
017300*    THE HELD RECORD'S IMAGE, FOR THE BRANCH AND THE KEYER.
017400    01  AP-WK-IMAGE.
017500        05  AP-IMG-AMOUNT           PIC S9(5)V99
017600                                    SIGN LEADING SEPARATE.
017700        05  AP-IMG-CATEG            PIC X(4).
017800        05  AP-IMG-DOCREF           PIC X(8).
017900        05  AP-IMG-TYPE             PIC X(1).
018000            88  AP-IMG-REVERSAL            VALUE 'R'.
018100        05  AP-IMG-BRANCH           PIC X(4).
018200        05  AP-IMG-KEYER            PIC X(8).
018220        05  AP-IMG-CURR             PIC X(3).
018240        05  AP-IMG-ORIG-AMOUNT      PIC S9(7)V99
018260                                    SIGN LEADING SEPARATE.
018280        05  AP-IMG-RATE             PIC 9(3)V9(6).
018300
018400*    ONE ENTRY PER PENDING ITEM.  AP-TAB-ACT-SW RECORDS WHAT
018500*    HAPPENED TO THE ITEM IN THIS RUN: 'A' APPROVED, 'D' DECLINED,
018600*    'E' EXPIRED.  ONLY ITEMS WITH NO ACTION GO TO THE NEW MASTER.
018700    01  AP-PEND-TABLE.
018800        05  AP-TAB-ENTRY OCCURS 2000 TIMES.
018900            10  AP-TAB-DOCREF       PIC X(8).
019000            10  AP-TAB-CATEG        PIC X(4).
019100            10  AP-TAB-AMOUNT       PIC S9(5)V99.
019200            10  AP-TAB-LIMIT        PIC 9(5)V99.
019300            10  AP-TAB-IMAGE        PIC X(55).
019400            10  AP-TAB-DATE         PIC 9(8).
019500            10  AP-TAB-BATCH        PIC 9(6).
019600            10  AP-TAB-ACT-SW       PIC X(1).
019700                88  AP-TAB-NO-ACTION       VALUE SPACE.
019800                88  AP-TAB-APPROVED        VALUE 'A'.
019900                88  AP-TAB-DECLINED        VALUE 'D'.
020000                88  AP-TAB-EXPIRED         VALUE 'E'.
020005
020010*    THE PENDING ITEM BEING WRITTEN, IN THE PENDMST LAYOUT.
020015    01  AP-CURR-ITEM.
020020        05  AP-CURR-DOCREF          PIC X(8).
020025        05  AP-CURR-CATEG           PIC X(4).
020030        05  AP-CURR-AMOUNT          PIC S9(5)V99
020035                                    SIGN LEADING SEPARATE.
020040        05  AP-CURR-LIMIT           PIC 9(5)V99.
020045        05  AP-CURR-IMAGE           PIC X(55).
020050        05  AP-CURR-DATE            PIC 9(8).
020055        05  AP-CURR-BATCH           PIC 9(6).
020100
020200    PROCEDURE DIVISION.
020300    0000-MAINLINE.
020400        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500        PERFORM 2000-POST-HELD-ITEMS THRU 2000-EXIT.
020600        PERFORM 3000-APPLY-DECISIONS THRU 3000-EXIT.
020700        PERFORM 4000-EXPIRE-ITEMS THRU 4000-EXIT.
020800        PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT.
020900        PERFORM 6000-PENDING-REPORT THRU 6000-EXIT.
021000        IF AP-REFUSED-COUNT NOT = ZERO
021100            OR AP-NOMATCH-COUNT NOT = ZERO
021200            OR AP-EXPIRED-COUNT NOT = ZERO
021300            MOVE 4 TO RETURN-CODE
021400        END-IF.
021500        PERFORM 9000-TERMINATE THRU 9000-EXIT.
021600        STOP RUN.
021700
021800******************************************************************
021900*    1000-INITIALIZE - READ THE JOB CONTROL RECORD AND THE       *
022000*    EXPIRY PARAMETER, OPEN THE OUTPUTS AND THE APPROVAL AUDIT,  *
022100*    AND LOAD THE OLD MASTER INTO THE TABLE.  A MISSING OLD      *
022200*    MASTER IS A FIRST RUN, NOT AN ERROR.                        *
022300******************************************************************
022400    1000-INITIALIZE.
022500        ACCEPT AP-TIME-WK FROM TIME.
022600        MOVE AP-TIME-WK(1:6) TO AP-START-TIME.
022700        OPEN INPUT CTL-FILE.
022800        IF AP-CTL-STATUS NOT = '00'
022900            DISPLAY 'SPOJ-APPRV: COULD NOT OPEN BATCHCTL, '
023000                'STATUS = ' AP-CTL-STATUS
023100            MOVE 16 TO RETURN-CODE
023200            STOP RUN
023300        END-IF.
023400        READ CTL-FILE
023500            AT END
023600                DISPLAY 'SPOJ-APPRV: BATCHCTL IS EMPTY'
023700                MOVE 16 TO RETURN-CODE
023800                CLOSE CTL-FILE
023900                STOP RUN
024000            NOT AT END
024100                MOVE JC-BATCH-NUMBER TO AP-BATCH-NUMBER
024200                MOVE JC-RUN-DATE    TO AP-RUN-DATE
024300        END-READ.
024400        CLOSE CTL-FILE.
024500        COMPUTE AP-RUN-INT =
024600            FUNCTION INTEGER-OF-DATE(AP-RUN-DATE).
024700        OPEN INPUT PARM-FILE.
024800        IF AP-PARM-STATUS = '00'
024900            READ PARM-FILE
025000                AT END
025100                    CONTINUE
025200                NOT AT END
025300                    IF AP-PARM-DAYS IS NUMERIC
025400                        MOVE AP-PARM-DAYS TO AP-EXPIRY-DAYS
025500                    END-IF
025600            END-READ
025700            CLOSE PARM-FILE
025800        END-IF.
025900        OPEN OUTPUT MAST-NEW.
026000        OPEN OUTPUT REL-FILE.
026100        OPEN OUTPUT WOF-FILE.
026200        OPEN OUTPUT REPORT-FILE.
026300        IF AP-MSTNEW-STATUS NOT = '00'
026400            OR AP-REL-STATUS NOT = '00'
026500            OR AP-WOF-STATUS NOT = '00'
026600            OR AP-RPT-STATUS NOT = '00'
026700            DISPLAY 'SPOJ-APPRV: COULD NOT OPEN '
026800                'PENDNEW/APPRREL/APPRWOF/APPRRPT'
026900            MOVE 16 TO RETURN-CODE
027000            STOP RUN
027100        END-IF.
027200        OPEN EXTEND AUD-FILE.
027300        IF AP-AUD-STATUS NOT = '00' AND
027400            AP-AUD-STATUS NOT = '05'
027500            DISPLAY 'SPOJ-APPRV: COULD NOT OPEN APPRAUD, '
027600                'STATUS = ' AP-AUD-STATUS
027700            MOVE 16 TO RETURN-CODE
027800            STOP RUN
027900        END-IF.
028000        MOVE SPACES TO AP-RPT-LINE.
028100        STRING 'PENDING-APPROVAL REPORT  BATCH '
028200            AP-BATCH-NUMBER '  DATE ' AP-RUN-DATE
028300            '  EXPIRY AFTER ' AP-EXPIRY-DAYS ' DAYS'
028400            DELIMITED BY SIZE INTO AP-RPT-LINE.
028500        WRITE AP-REPORT-RECORD.
028600        PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT.
028700    1000-EXIT.
028800        EXIT.
028900
029000    1100-LOAD-OLD-MASTER.
029100        OPEN INPUT MAST-OLD.
029200        IF AP-MSTOLD-STATUS = '00'
029300            PERFORM 1110-LOAD-ONE-ITEM THRU 1110-EXIT
029400                UNTIL AP-MSTOLD-EOF
029500            CLOSE MAST-OLD
029600        END-IF.
029700    1100-EXIT.
029800        EXIT.
029900
030000    1110-LOAD-ONE-ITEM.
030100        READ MAST-OLD
030200            AT END
030300                SET AP-MSTOLD-EOF TO TRUE
030400            NOT AT END
030500                PERFORM 1120-ADD-TABLE-ENTRY THRU 1120-EXIT
030600                MOVE PN-PEND-DOCREF TO AP-TAB-DOCREF(AP-TAB-USED)
030700                MOVE PN-PEND-CATEG  TO AP-TAB-CATEG(AP-TAB-USED)
030800                MOVE PN-PEND-AMOUNT TO AP-TAB-AMOUNT(AP-TAB-USED)
030900                MOVE PN-PEND-LIMIT  TO AP-TAB-LIMIT(AP-TAB-USED)
031000                MOVE PN-PEND-IMAGE  TO AP-TAB-IMAGE(AP-TAB-USED)
031100                MOVE PN-PEND-DATE   TO AP-TAB-DATE(AP-TAB-USED)
031200                MOVE PN-PEND-BATCH  TO AP-TAB-BATCH(AP-TAB-USED)
031300        END-READ.
031400    1110-EXIT.
031500        EXIT.
031600
031700    1120-ADD-TABLE-ENTRY.
031800        IF AP-TAB-USED >= AP-TAB-MAX
031900            DISPLAY 'SPOJ-APPRV: MORE PENDING ITEMS THAN THE '
032000                'TABLE HOLDS'
032100            MOVE 16 TO RETURN-CODE
032200            PERFORM 9000-TERMINATE THRU 9000-EXIT
032300            STOP RUN
032400        END-IF.
032500        ADD 1 TO AP-TAB-USED.
032600        MOVE SPACE TO AP-TAB-ACT-SW(AP-TAB-USED).
032700    1120-EXIT.
032800        EXIT.
032900
033000******************************************************************
033100*    2000-POST-HELD-ITEMS - ADD EVERY ITEM THE DUPLICATE CHECK   *
033200*    HELD THIS RUN TO THE TABLE, DATED TODAY.  AN ITEM ALREADY   *
033300*    PENDING UNDER THE SAME REFERENCE (A RERUN OF THE BATCH)     *
033400*    KEEPS ITS ORIGINAL DATE, SO A RERUN NEVER RESTARTS THE      *
033500*    EXPIRY CLOCK.  A MISSING PENDHOLD IS A RUN WITH NOTHING     *
033600*    HELD.                                                       *
033700******************************************************************
033800    2000-POST-HELD-ITEMS.
033900        OPEN INPUT HOLD-FILE.
034000        IF AP-HOLD-STATUS NOT = '00'
034100            GO TO 2000-EXIT
034200        END-IF.
034300        PERFORM 2100-POST-ONE-ITEM THRU 2100-EXIT
034400            UNTIL AP-HOLD-EOF.
034500        CLOSE HOLD-FILE.
034600    2000-EXIT.
034700        EXIT.
034800
034900    2100-POST-ONE-ITEM.
035000        READ HOLD-FILE
035100            AT END
035200                SET AP-HOLD-EOF TO TRUE
035300                GO TO 2100-EXIT
035400        END-READ.
035500        ADD 1 TO AP-HELD-COUNT.
035600        MOVE AH-HOLD-DOCREF TO AP-SEARCH-DOCREF.
035700        PERFORM 3300-FIND-ITEM THRU 3300-EXIT.
035800        IF AP-ITEM-FOUND
035900            ADD 1 TO AP-RERUN-COUNT
036000            GO TO 2100-EXIT
036100        END-IF.
036200        PERFORM 1120-ADD-TABLE-ENTRY THRU 1120-EXIT.
036300        MOVE AH-HOLD-DOCREF   TO AP-TAB-DOCREF(AP-TAB-USED).
036400        MOVE AH-HOLD-CATEG    TO AP-TAB-CATEG(AP-TAB-USED).
036500        MOVE AH-HOLD-AMOUNT   TO AP-TAB-AMOUNT(AP-TAB-USED).
036600        MOVE AH-HOLD-LIMIT    TO AP-TAB-LIMIT(AP-TAB-USED).
036700        MOVE AH-HOLD-IMAGE    TO AP-TAB-IMAGE(AP-TAB-USED).
036800        MOVE AP-RUN-DATE      TO AP-TAB-DATE(AP-TAB-USED).
036900        MOVE AP-BATCH-NUMBER  TO AP-TAB-BATCH(AP-TAB-USED).
037000    2100-EXIT.
037100        EXIT.
037200
037300******************************************************************
037400*    3000-APPLY-DECISIONS - APPLY EVERY APPROVER DECISION TO THE *
037500*    PENDING ITEM WITH ITS REFERENCE.  THE DECISION IS REFUSED,  *
037600*    AND THE ITEM LEFT PENDING, WHEN THE ACTION IS NOT 'A' OR    *
037700*    'D', WHEN NO APPROVER IS GIVEN, OR WHEN THE APPROVER IS THE *
037800*    OPERATOR WHO KEYED THE ITEM.  EVERY DECISION, WHATEVER ITS  *
037900*    OUTCOME, IS LOGGED TO APPRAUD AND LISTED ON THE REPORT.  A  *
038000*    MISSING APPRDEC IS A RUN WITH NO DECISIONS.                 *
038100******************************************************************
038200    3000-APPLY-DECISIONS.
038300        OPEN INPUT DEC-FILE.
038400        IF AP-DEC-STATUS NOT = '00'
038500            GO TO 3000-EXIT
038600        END-IF.
038700        MOVE SPACES TO AP-RPT-LINE.
038800        WRITE AP-REPORT-RECORD.
038900        MOVE 'DECISIONS' TO AP-RPT-LINE.
039000        WRITE AP-REPORT-RECORD.
039100        PERFORM 3100-APPLY-ONE-DECISION THRU 3100-EXIT
039200            UNTIL AP-DEC-EOF.
039300        CLOSE DEC-FILE.
039400    3000-EXIT.
039500        EXIT.
039600
039700    3100-APPLY-ONE-DECISION.
039800        READ DEC-FILE
039900            AT END
040000                SET AP-DEC-EOF TO TRUE
040100                GO TO 3100-EXIT
040200        END-READ.
040300        ADD 1 TO AP-DEC-COUNT.
040400        MOVE SPACES           TO AA-AUD-RECORD.
040500        MOVE AP-RUN-DATE      TO AA-AUD-DATE.
040600        MOVE AP-BATCH-NUMBER  TO AA-AUD-BATCH.
040700        MOVE AD-DEC-DOCREF    TO AA-AUD-DOCREF.
040800        MOVE AD-DEC-ACTION    TO AA-AUD-ACTION.
040900        MOVE AD-DEC-APPROVER  TO AA-AUD-APPROVER.
041000        MOVE ZERO             TO AA-AUD-AMOUNT.
041100        MOVE 'N' TO AP-ITEM-FOUND-SW.
041200        MOVE AD-DEC-DOCREF TO AP-SEARCH-DOCREF.
041300        IF AP-SEARCH-DOCREF NOT = SPACES
041400            PERFORM 3300-FIND-ITEM THRU 3300-EXIT
041500        END-IF.
041600        IF NOT AP-ITEM-FOUND
041700            ADD 1 TO AP-NOMATCH-COUNT
041800            SET AA-AUD-NO-MATCH TO TRUE
041900            MOVE 'NO SUCH ITEM PENDING' TO AA-AUD-TEXT
042000            PERFORM 3800-LOG-DECISION THRU 3800-EXIT
042100            GO TO 3100-EXIT
042200        END-IF.
042300        PERFORM 3400-LOAD-ITEM-DETAIL THRU 3400-EXIT.
042400        PERFORM 3200-CHECK-DECISION THRU 3200-EXIT.
042500        IF AA-AUD-REFUSED
042600            ADD 1 TO AP-REFUSED-COUNT
042700            PERFORM 3800-LOG-DECISION THRU 3800-EXIT
042800            GO TO 3100-EXIT
042900        END-IF.
043000        SET AA-AUD-DONE TO TRUE.
043100        IF AD-DEC-APPROVE
043200            SET AP-TAB-APPROVED(AP-X) TO TRUE
043300            MOVE AP-TAB-IMAGE(AP-X) TO AP-REL-RECORD
043400            WRITE AP-REL-RECORD
043500            ADD 1 TO AP-APPROVED-COUNT
043600            MOVE 'RELEASED TO THE NEXT RUN' TO AA-AUD-TEXT
043700        ELSE
043800            SET AP-TAB-DECLINED(AP-X) TO TRUE
043900            MOVE 'DC' TO AW-WOF-REASON
044000            PERFORM 3900-WRITE-OFF THRU 3900-EXIT
044100            ADD 1 TO AP-DECLINED-COUNT
044200            MOVE AD-DEC-NOTE TO AA-AUD-TEXT
044300            IF AA-AUD-TEXT = SPACES
044400                MOVE 'DECLINED - WRITTEN OFF' TO AA-AUD-TEXT
044500            END-IF
044600        END-IF.
044700        PERFORM 3800-LOG-DECISION THRU 3800-EXIT.
044800    3100-EXIT.
044900        EXIT.
045000
045100    3200-CHECK-DECISION.
045200        IF NOT AD-DEC-APPROVE AND NOT AD-DEC-DECLINE
045300            SET AA-AUD-REFUSED TO TRUE
045400            MOVE 'DECISION IS NOT A OR D' TO AA-AUD-TEXT
045500            GO TO 3200-EXIT
045600        END-IF.
045700        IF AD-DEC-APPROVER = SPACES
045800            SET AA-AUD-REFUSED TO TRUE
045900            MOVE 'NO APPROVER GIVEN' TO AA-AUD-TEXT
046000            GO TO 3200-EXIT
046100        END-IF.
046200        IF AD-DEC-APPROVER = AP-IMG-KEYER
046300            SET AA-AUD-REFUSED TO TRUE
046400            MOVE 'APPROVER KEYED THE ITEM' TO AA-AUD-TEXT
046500        END-IF.
046600    3200-EXIT.
046700        EXIT.
046800
046900*    LOOKS UP AP-SEARCH-DOCREF AMONG THE ITEMS STILL OPEN THIS
047000*    RUN; AP-X IS LEFT ON THE ITEM WHEN ONE IS FOUND.
047100    3300-FIND-ITEM.
047200        MOVE 'N' TO AP-ITEM-FOUND-SW.
047300        PERFORM 3310-MATCH-ONE-ITEM THRU 3310-EXIT
047400            VARYING AP-I FROM 1 BY 1
047500                UNTIL AP-I > AP-TAB-USED
047600                    OR AP-ITEM-FOUND.
047700    3300-EXIT.
047800        EXIT.
047900
048000    3310-MATCH-ONE-ITEM.
048100        IF AP-TAB-DOCREF(AP-I) = AP-SEARCH-DOCREF
048200            AND AP-TAB-NO-ACTION(AP-I)
048300            SET AP-ITEM-FOUND TO TRUE
048400            MOVE AP-I TO AP-X
048500        END-IF.
048600    3310-EXIT.
048700        EXIT.
048800
048900    3400-LOAD-ITEM-DETAIL.
049000        MOVE AP-TAB-IMAGE(AP-X)  TO AP-WK-IMAGE.
049100        MOVE AP-IMG-KEYER        TO AA-AUD-KEYER.
049200        MOVE AP-IMG-BRANCH       TO AA-AUD-BRANCH.
049300        MOVE AP-TAB-CATEG(AP-X)  TO AA-AUD-CATEG.
049400        MOVE AP-TAB-AMOUNT(AP-X) TO AA-AUD-AMOUNT.
049500    3400-EXIT.
049600        EXIT.
049700
049800    3800-LOG-DECISION.
049900        WRITE AA-AUD-RECORD.
050000        EVALUATE TRUE
050100            WHEN AA-AUD-DONE
050200                MOVE 'DONE'      TO AP-OUTCOME-TEXT
050300            WHEN AA-AUD-REFUSED
050400                MOVE 'REFUSED'   TO AP-OUTCOME-TEXT
050500            WHEN OTHER
050600                MOVE 'UNMATCHED' TO AP-OUTCOME-TEXT
050700        END-EVALUATE.
050800        MOVE AA-AUD-AMOUNT TO AP-AMOUNT-ED.
050900        MOVE SPACES TO AP-RPT-LINE.
051000        STRING AA-AUD-DOCREF ' ' AA-AUD-ACTION
051100            ' BY ' AA-AUD-APPROVER
051200            ' KEYED BY ' AA-AUD-KEYER ' '
051300            AA-AUD-CATEG ' ' AP-AMOUNT-ED '  '
051400            AP-OUTCOME-TEXT ' ' AA-AUD-TEXT
051500            DELIMITED BY SIZE INTO AP-RPT-LINE.
051600        WRITE AP-REPORT-RECORD.
051700    3800-EXIT.
051800        EXIT.
051900
052000*    THE CALLER SETS AW-WOF-REASON.  THE WRITE-OFF CARRIES THE
052100*    WHOLE PENDING ITEM AS IT STOOD ON THE MASTER.
052200    3900-WRITE-OFF.
052300        PERFORM 5200-FORMAT-ITEM THRU 5200-EXIT.
052400        MOVE AP-RUN-DATE      TO AW-WOF-DATE.
052500        MOVE AP-BATCH-NUMBER  TO AW-WOF-BATCH.
052600        MOVE AA-AUD-APPROVER  TO AW-WOF-APPROVER.
052700        MOVE AP-CURR-ITEM     TO AW-WOF-ITEM.
052800        WRITE AW-WOF-RECORD.
052900    3900-EXIT.
053000        EXIT.
053100
053200******************************************************************
053300*    4000-EXPIRE-ITEMS - AN ITEM STILL UNDECIDED MORE THAN THE   *
053400*    EXPIRY NUMBER OF CALENDAR DAYS AFTER IT WAS HELD IS WRITTEN *
053500*    OFF, LOGGED TO APPRAUD WITH ACTION 'E', AND LISTED ON THE   *
053600*    REPORT.                                                     *
053700******************************************************************
053800    4000-EXPIRE-ITEMS.
053900        PERFORM 4100-EXPIRE-ONE-ITEM THRU 4100-EXIT
054000            VARYING AP-X FROM 1 BY 1
054100                UNTIL AP-X > AP-TAB-USED.
054200    4000-EXIT.
054300        EXIT.
054400
054500    4100-EXPIRE-ONE-ITEM.
054600        IF NOT AP-TAB-NO-ACTION(AP-X)
054700            GO TO 4100-EXIT
054800        END-IF.
054900        PERFORM 4200-AGE-ITEM THRU 4200-EXIT.
055000        IF AP-AGE-DAYS NOT > AP-EXPIRY-DAYS
055100            GO TO 4100-EXIT
055200        END-IF.
055300        IF AP-EXPIRED-COUNT = ZERO
055400            MOVE SPACES TO AP-RPT-LINE
055500            WRITE AP-REPORT-RECORD
055600            MOVE 'EXPIRED WITHOUT A DECISION' TO AP-RPT-LINE
055700            WRITE AP-REPORT-RECORD
055800        END-IF.
055900        SET AP-TAB-EXPIRED(AP-X) TO TRUE.
056000        ADD 1 TO AP-EXPIRED-COUNT.
056100        MOVE SPACES           TO AA-AUD-RECORD.
056200        MOVE AP-RUN-DATE      TO AA-AUD-DATE.
056300        MOVE AP-BATCH-NUMBER  TO AA-AUD-BATCH.
056400        MOVE AP-TAB-DOCREF(AP-X) TO AA-AUD-DOCREF.
056500        MOVE 'E'              TO AA-AUD-ACTION.
056600        PERFORM 3400-LOAD-ITEM-DETAIL THRU 3400-EXIT.
056700        SET AA-AUD-DONE TO TRUE.
056800        MOVE 'EX' TO AW-WOF-REASON.
056900        PERFORM 3900-WRITE-OFF THRU 3900-EXIT.
057000        MOVE AP-AGE-DAYS TO AP-AGE-ED.
057100        MOVE SPACES TO AA-AUD-TEXT.
057200        STRING 'EXPIRED AFTER' AP-AGE-ED ' DAYS'
057300            DELIMITED BY SIZE INTO AA-AUD-TEXT.
057400        PERFORM 3800-LOG-DECISION THRU 3800-EXIT.
057500    4100-EXIT.
057600        EXIT.
057700
057800    4200-AGE-ITEM.
057900        MOVE ZERO TO AP-AGE-DAYS.
058000        IF AP-TAB-DATE(AP-X) IS NOT NUMERIC
058100            OR AP-TAB-DATE(AP-X) >= AP-RUN-DATE
058200            GO TO 4200-EXIT
058300        END-IF.
058400        COMPUTE AP-AGE-DAYS = AP-RUN-INT -
058500            FUNCTION INTEGER-OF-DATE(AP-TAB-DATE(AP-X)).
058600    4200-EXIT.
058700        EXIT.
058800
058900******************************************************************
059000*    5000-WRITE-NEW-MASTER - CARRY EVERY ITEM NOT APPROVED,      *
059100*    DECLINED OR EXPIRED THIS RUN FORWARD TO THE NEW MASTER.     *
059200*    THE JOB ROLLS PENDNEW OVER PENDMST ONLY AFTER THIS STEP     *
059300*    ENDS CLEANLY.                                               *
059400******************************************************************
059500    5000-WRITE-NEW-MASTER.
059600        PERFORM 5100-WRITE-ONE-ITEM THRU 5100-EXIT
059700            VARYING AP-X FROM 1 BY 1
059800                UNTIL AP-X > AP-TAB-USED.
059900    5000-EXIT.
060000        EXIT.
060100
060200    5100-WRITE-ONE-ITEM.
060300        IF NOT AP-TAB-NO-ACTION(AP-X)
060400            GO TO 5100-EXIT
060500        END-IF.
060600        PERFORM 5200-FORMAT-ITEM THRU 5200-EXIT.
060700        MOVE AP-CURR-ITEM TO AP-MSTNEW-RECORD.
060800        WRITE AP-MSTNEW-RECORD.
060900        ADD 1 TO AP-CARRIED-COUNT.
061000        ADD AP-TAB-AMOUNT(AP-X) TO AP-PEND-TOTAL.
061100    5100-EXIT.
061200        EXIT.
061300
061400    5200-FORMAT-ITEM.
061500        MOVE AP-TAB-DOCREF(AP-X)  TO AP-CURR-DOCREF.
061600        MOVE AP-TAB-CATEG(AP-X)   TO AP-CURR-CATEG.
061700        MOVE AP-TAB-AMOUNT(AP-X)  TO AP-CURR-AMOUNT.
061800        MOVE AP-TAB-LIMIT(AP-X)   TO AP-CURR-LIMIT.
061900        MOVE AP-TAB-IMAGE(AP-X)   TO AP-CURR-IMAGE.
062000        MOVE AP-TAB-DATE(AP-X)    TO AP-CURR-DATE.
062100        MOVE AP-TAB-BATCH(AP-X)   TO AP-CURR-BATCH.
062200    5200-EXIT.
062300        EXIT.
062400
062500******************************************************************
062600*    6000-PENDING-REPORT - ONE LINE PER ITEM STILL PENDING WITH  *
062700*    ITS TYPE, CATEGORY, BRANCH, KEYER, AMOUNT, THE LIMIT IT     *
062800*    BROKE, WHEN IT WAS HELD, AND ITS AGE IN DAYS, CLOSED BY THE *
062900*    RUN'S COUNTS AND THE TOTAL STILL AWAITING APPROVAL.         *
063000******************************************************************
063100    6000-PENDING-REPORT.
063200        MOVE SPACES TO AP-RPT-LINE.
063300        WRITE AP-REPORT-RECORD.
063400        MOVE 'STILL PENDING' TO AP-RPT-LINE.
063500        WRITE AP-REPORT-RECORD.
063600        MOVE 'DOCREF   TYPE     CATG BRCH KEYER' TO AP-RPT-LINE.
063700        MOVE '   AMOUNT    LIMIT HELD ON  BATCH    AGE'
063800            TO AP-RPT-LINE(38:40).
063900        WRITE AP-REPORT-RECORD.
064000        PERFORM 6100-REPORT-ONE-ITEM THRU 6100-EXIT
064100            VARYING AP-X FROM 1 BY 1
064200                UNTIL AP-X > AP-TAB-USED.
064300        PERFORM 6200-REPORT-TOTALS THRU 6200-EXIT.
064400    6000-EXIT.
064500        EXIT.
064600
064700    6100-REPORT-ONE-ITEM.
064800        IF NOT AP-TAB-NO-ACTION(AP-X)
064900            GO TO 6100-EXIT
065000        END-IF.
065100        MOVE AP-TAB-IMAGE(AP-X) TO AP-WK-IMAGE.
065200        IF AP-IMG-REVERSAL
065300            MOVE 'REVERSAL' TO AP-TYPE-TEXT
065400        ELSE
065500            MOVE 'POSTING'  TO AP-TYPE-TEXT
065600        END-IF.
065700        PERFORM 4200-AGE-ITEM THRU 4200-EXIT.
065800        MOVE AP-AGE-DAYS TO AP-AGE-ED.
065900        MOVE AP-TAB-AMOUNT(AP-X) TO AP-AMOUNT-ED.
066000        MOVE AP-TAB-LIMIT(AP-X)  TO AP-LIMIT-ED.
066100        MOVE SPACES TO AP-RPT-LINE.
066200        STRING AP-TAB-DOCREF(AP-X) ' '
066300            AP-TYPE-TEXT ' '
066400            AP-TAB-CATEG(AP-X) ' '
066500            AP-IMG-BRANCH ' '
066600            AP-IMG-KEYER ' '
066700            AP-AMOUNT-ED ' '
066800            AP-LIMIT-ED ' '
066900            AP-TAB-DATE(AP-X) ' '
067000            AP-TAB-BATCH(AP-X) ' '
067100            AP-AGE-ED
067200            DELIMITED BY SIZE INTO AP-RPT-LINE.
067300        WRITE AP-REPORT-RECORD.
067400    6100-EXIT.
067500        EXIT.
067600
067700    6200-REPORT-TOTALS.
067800        MOVE SPACES TO AP-RPT-LINE.
067900        WRITE AP-REPORT-RECORD.
068000        MOVE SPACES TO AP-RPT-LINE.
068100        STRING 'ITEMS HELD THIS RUN=' AP-HELD-COUNT
068200            '  ALREADY PENDING=' AP-RERUN-COUNT
068300            '  DECISIONS READ=' AP-DEC-COUNT
068400            DELIMITED BY SIZE INTO AP-RPT-LINE.
068500        WRITE AP-REPORT-RECORD.
068600        MOVE SPACES TO AP-RPT-LINE.
068700        STRING 'APPROVED=' AP-APPROVED-COUNT
068800            '  DECLINED=' AP-DECLINED-COUNT
068900            '  REFUSED=' AP-REFUSED-COUNT
069000            '  UNMATCHED=' AP-NOMATCH-COUNT
069100            '  EXPIRED=' AP-EXPIRED-COUNT
069200            DELIMITED BY SIZE INTO AP-RPT-LINE.
069300        WRITE AP-REPORT-RECORD.
069400        MOVE AP-CARRIED-COUNT TO AP-COUNT-ED.
069500        MOVE AP-PEND-TOTAL    TO AP-TOTAL-ED.
069600        MOVE SPACES TO AP-RPT-LINE.
069700        STRING 'STILL PENDING=' AP-COUNT-ED
069800            '  AMOUNT=' AP-TOTAL-ED
069900            DELIMITED BY SIZE INTO AP-RPT-LINE.
070000        WRITE AP-REPORT-RECORD.
070100    6200-EXIT.
070200        EXIT.
070300
070400    9000-TERMINATE.
070500        PERFORM 9500-WRITE-STATS THRU 9500-EXIT.
070600        CLOSE MAST-NEW.
070700        CLOSE REL-FILE.
070800        CLOSE WOF-FILE.
070900        CLOSE AUD-FILE.
071000        CLOSE REPORT-FILE.
071100    9000-EXIT.
071200        EXIT.
071300
071400******************************************************************
071500*    9500-WRITE-STATS - APPEND THE STANDARD RUN STATISTICS       *
071600*    RECORD TO THE COMMON JOB-STATISTICS DATASET.  A STATS       *
071700*    FAILURE IS REPORTED BUT NEVER FAILS THE BUSINESS STEP.      *
071800******************************************************************
071900    9500-WRITE-STATS.
072000        OPEN EXTEND STATS-FILE.
072100        IF AP-STATS-STATUS NOT = '00' AND
072200            AP-STATS-STATUS NOT = '05'
072300            DISPLAY 'SPOJ-APPRV: COULD NOT OPEN JOBSTATS, '
072400                'STATUS = ' AP-STATS-STATUS
072500            GO TO 9500-EXIT
072600        END-IF.
072700        MOVE 'APPRV'          TO JS-STAT-STEP.
072800        MOVE AP-HELD-COUNT    TO JS-STAT-READ.
072900        ADD AP-DEC-COUNT      TO JS-STAT-READ.
073000        MOVE AP-CARRIED-COUNT TO JS-STAT-WRITTEN.
073100        COMPUTE JS-STAT-REJECTED =
073200            AP-REFUSED-COUNT + AP-NOMATCH-COUNT.
073300        MOVE AP-PEND-TOTAL    TO JS-STAT-TOTAL.
073400        MOVE AP-START-TIME    TO JS-STAT-START.
073500        ACCEPT AP-TIME-WK FROM TIME.
073600        MOVE AP-TIME-WK(1:6)  TO JS-STAT-END.
073700        WRITE JS-STAT-RECORD.
073800        CLOSE STATS-FILE.
073900    9500-EXIT.
074000        EXIT.
