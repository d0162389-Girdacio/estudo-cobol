002364*                     RECORD, CARRYING THE DESCRIPTION FROM THE
002366*                     COST-CENTER CATEGORY MASTER (CATMST)
002368*                     INSTEAD OF THE BARE FOUR-CHARACTER CODE.
002370*    2026-10-15 JM    THE DETAIL AND CATEGORY SUMMARY LINES NOW
002372*                     CARRY THE BRANCH ID, AND A BRANCH SUBTOTAL
002374*                     PAGE (RECORDS AND TOTAL PER BRANCH, FROM
002376*                     THE CURRENT DETAIL LINES) FOLLOWS THE
002378*                     GRAND-TOTAL PAGE, SO EACH BRANCH CAN BE
002380*                     SHOWN WHAT WAS POSTED FROM ITS FILE.
002382*    2026-10-15 JM    A CATEGORY SUMMARY LINE FOR A PRIOR-PERIOD
002384*                     ADJUSTMENT RECORD IS MARKED AS SUCH.
002386*    2026-10-15 JM    ADDED A CURRENCY SUMMARY AFTER THE CATEGORY
002388*                     SUMMARY: ONE LINE PER FXSUMM RECORD WITH
002390*                     THE ORIGINAL-CURRENCY TOTAL, THE REAIS
002392*                     POSTED AND THE FX ROUNDING DIFFERENCE.
002400******************************************************************
002500    IDENTIFICATION DIVISION.
002600    PROGRAM-ID.    MAIN.
003670        SELECT CAT-FILE ASSIGN TO "CATMST"
003680            ORGANIZATION IS LINE SEQUENTIAL
003690            FILE STATUS IS AR-CAT-STATUS.
003692        SELECT FXSUM-FILE ASSIGN TO "FXSUMM"
003694            ORGANIZATION IS LINE SEQUENTIAL
003696            FILE STATUS IS AR-FXSUM-STATUS.
003700
003800    DATA DIVISION.
003900    FILE SECTION.
004694        LABEL RECORDS ARE STANDARD.
004696    COPY "catmst.cpy".
004700
004720    FD  FXSUM-FILE
004740        LABEL RECORDS ARE STANDARD.
004760    COPY "sofxsum.cpy".
004780
004800    WORKING-STORAGE SECTION.
004900    77  AR-AUDIT-STATUS         PIC X(2)  VALUE '00'.
005000    77  AR-RPT-STATUS           PIC X(2)  VALUE '00'.
005010    77  AR-STATS-STATUS         PIC X(2)  VALUE '00'.
005012    77  AR-CATSUM-STATUS        PIC X(2)  VALUE '00'.
005014    77  AR-CAT-STATUS           PIC X(2)  VALUE '00'.
005016    77  AR-FXSUM-STATUS         PIC X(2)  VALUE '00'.
005020    77  AR-START-TIME           PIC 9(6)  VALUE ZERO.
005030    77  AR-TIME-WK              PIC 9(8)  VALUE ZERO.
005040    77  AR-PRINT-COUNT          PIC 9(7)  VALUE ZERO.
006320        88  AR-CATSUM-EOF                  VALUE 'Y'.
006330    77  AR-CATM-EOF-SW          PIC X(1)  VALUE 'N'.
006340        88  AR-CATM-EOF                    VALUE 'Y'.
006341    77  AR-FXSUM-EOF-SW         PIC X(1)  VALUE 'N'.
006342        88  AR-FXSUM-EOF                   VALUE 'Y'.
006343    77  AR-FX-COUNT             PIC 9(5)  VALUE ZERO.
006344    77  AR-FX-BASE-TOTAL        PIC S9(9)V99 VALUE ZERO.
006345    77  AR-FX-ROUNDING          PIC S9(7)V99 VALUE ZERO.
006350    77  AR-CATM-FOUND-SW        PIC X(1)  VALUE 'N'.
006360        88  AR-CATM-FOUND                  VALUE 'Y'.
006362    77  AR-BR-FOUND-SW          PIC X(1)  VALUE 'N'.
006364        88  AR-BR-FOUND                    VALUE 'Y'.
006370
006372    77  AR-CATM-MAX             PIC 9(3)  VALUE 100 COMP.
006374    77  AR-CATM-USED            PIC 9(3)  VALUE ZERO COMP.
006384        05  AR-CATM-ENTRY OCCURS 100 TIMES.
006386            10  AR-CATM-CODE        PIC X(4).
006388            10  AR-CATM-DESC        PIC X(20).
006389
006390    77  AR-BR-MAX               PIC 9(3)  VALUE 50 COMP.
006391    77  AR-BR-USED              PIC 9(3)  VALUE ZERO COMP.
006392    77  AR-BR-I                 PIC 9(3)  VALUE ZERO COMP.
006393    77  AR-BR-X                 PIC 9(3)  VALUE ZERO COMP.
006394
006395    01  AR-BR-TABLE.
006396        05  AR-BR-ENTRY OCCURS 50 TIMES.
006397            10  AR-BR-BRANCH        PIC X(4).
006398            10  AR-BR-COUNT         PIC 9(5).
006399            10  AR-BR-TOTAL         PIC S9(9)V99.
006449
006500    01  AR-HDG1-LINE.
006600        05  FILLER              PIC X(22)
006700            VALUE 'AUDIT STATEMENT       '.
007700        05  FILLER              PIC X(12) VALUE '      AMOUNT'.
007800        05  FILLER              PIC X(14) VALUE '      SUBTOTAL'.
007900        05  FILLER              PIC X(6)  VALUE '   CAT'.
007950        05  FILLER              PIC X(6)  VALUE '  BRCH'.
008000
008100    01  AR-DETAIL-LINE.
008200        05  AR-DTL-SEQ          PIC 9(5).
008600        05  AR-DTL-SUBTOTAL     PIC -(7)9.99.
008700        05  FILLER              PIC X(2)  VALUE SPACES.
008800        05  AR-DTL-CATEG        PIC X(4).
008850        05  FILLER              PIC X(2)  VALUE SPACES.
008860        05  AR-DTL-BRANCH       PIC X(4).
008900
009000    01  AR-PAGETOT-LINE.
009100        05  FILLER              PIC X(12)
010818            VALUE ' DESCRIPTION          '.
010820        05  FILLER              PIC X(7)  VALUE 'RECORDS'.
010822        05  FILLER              PIC X(14) VALUE '        AMOUNT'.
010823        05  FILLER              PIC X(6)  VALUE '  BRCH'.
010824        05  FILLER              PIC X(8)  VALUE '  PERIOD'.
010825
010826    01  AR-CATDTL-LINE.
010828        05  AR-CD-CODE          PIC X(4).
010830        05  FILLER              PIC X(1)  VALUE SPACES.
010836        05  AR-CD-COUNT         PIC ZZZZ9.
010838        05  FILLER              PIC X(2)  VALUE SPACES.
010840        05  AR-CD-AMOUNT        PIC -(7)9.99.
010841        05  FILLER              PIC X(2)  VALUE SPACES.
010842        05  AR-CD-BRANCH        PIC X(4).
010843        05  FILLER              PIC X(2)  VALUE SPACES.
010844        05  AR-CD-PERIOD        PIC X(12).
010845
010846    01  AR-BRHDG-LINE.
010847        05  FILLER              PIC X(6)  VALUE 'BRCH  '.
010848        05  FILLER              PIC X(7)  VALUE 'RECORDS'.
010849        05  FILLER              PIC X(16)
010850            VALUE '          AMOUNT'.
010851
010852    01  AR-BRDTL-LINE.
010853        05  AR-BD-BRANCH        PIC X(4).
010854        05  FILLER              PIC X(4)  VALUE SPACES.
010855        05  AR-BD-COUNT         PIC ZZZZ9.
010856        05  FILLER              PIC X(2)  VALUE SPACES.
010857        05  AR-BD-AMOUNT        PIC -(8)9.99.
010860
010863    01  AR-FXHDG-LINE.
010866        05  FILLER              PIC X(5)  VALUE 'CUR  '.
010869        05  FILLER              PIC X(12) VALUE '      RATE  '.
010872        05  FILLER              PIC X(7)  VALUE 'RECORDS'.
010875        05  FILLER              PIC X(15)
010878            VALUE '  ORIG. AMOUNT '.
010881        05  FILLER              PIC X(15)
010884            VALUE '  REAIS POSTED '.
010887        05  FILLER              PIC X(11) VALUE '  ROUNDING '.
010890
010893    01  AR-FXDTL-LINE.
010896        05  AR-FD-CURR          PIC X(3).
010899        05  FILLER              PIC X(2)  VALUE SPACES.
010902        05  AR-FD-RATE          PIC ZZ9.999999.
010905        05  FILLER              PIC X(4)  VALUE SPACES.
010908        05  AR-FD-COUNT         PIC ZZZZ9.
010911        05  FILLER              PIC X(2)  VALUE SPACES.
010914        05  AR-FD-ORIG          PIC -(9)9.99.
010917        05  FILLER              PIC X(2)  VALUE SPACES.
010920        05  AR-FD-BASE          PIC -(9)9.99.
010923        05  FILLER              PIC X(2)  VALUE SPACES.
010926        05  AR-FD-ROUND         PIC -(5)9.99.
010929
010932    01  AR-FXTOT-LINE.
010935        05  FILLER              PIC X(19)
010938            VALUE 'TOTAL              '.
010941        05  AR-FT-COUNT         PIC ZZZZ9.
010944        05  FILLER              PIC X(17) VALUE SPACES.
010947        05  AR-FT-BASE          PIC -(9)9.99.
010950        05  FILLER              PIC X(2)  VALUE SPACES.
010953        05  AR-FT-ROUND         PIC -(5)9.99.
010956
011000    PROCEDURE DIVISION.
011100    0000-MAINLINE.
011200        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300        PERFORM 2000-PRINT-STATEMENT THRU 2000-EXIT
011400            UNTIL AR-AUDIT-EOF.
011500        PERFORM 3000-GRAND-TOTAL-PAGE THRU 3000-EXIT.
011505        PERFORM 3500-BRANCH-SUBTOTALS THRU 3500-EXIT.
011510        PERFORM 4000-CATEGORY-SUMMARY THRU 4000-EXIT.
011530        PERFORM 4500-CURRENCY-SUMMARY THRU 4500-EXIT.
011600        PERFORM 9000-TERMINATE THRU 9000-EXIT.
011700        STOP RUN.
011800
016900        MOVE SO-AUDIT-LINHA    TO AR-DTL-AMOUNT.
017000        MOVE SO-AUDIT-SUBTOTAL TO AR-DTL-SUBTOTAL.
017100        MOVE SO-AUDIT-CATEG    TO AR-DTL-CATEG.
017150        MOVE SO-AUDIT-BRANCH   TO AR-DTL-BRANCH.
017200        MOVE AR-DETAIL-LINE    TO AR-RPT-LINE.
017300        WRITE AR-REPORT-RECORD.
017310        ADD 1 TO AR-PRINT-COUNT.
017600        ADD SO-AUDIT-LINHA TO AR-PAGE-TOTAL.
017700        ADD SO-AUDIT-LINHA TO AR-GRAND-TOTAL.
017800        MOVE SO-AUDIT-SUBTOTAL TO AR-FINAL-SUBTOTAL.
017850        PERFORM 2150-POST-BRANCH THRU 2150-EXIT.
017900    2100-EXIT.
018000        EXIT.
018010
018020******************************************************************
018030*    2150-POST-BRANCH - ADD THE LINE JUST PRINTED INTO ITS       *
018040*    BRANCH'S SUBTOTAL, OPENING A NEW TABLE ENTRY THE FIRST      *
018050*    TIME A BRANCH IS SEEN.                                      *
018060******************************************************************
018070    2150-POST-BRANCH.
018080        MOVE 'N' TO AR-BR-FOUND-SW.
018090        MOVE ZERO TO AR-BR-X.
018100        PERFORM 2160-FIND-BRANCH THRU 2160-EXIT
018110            VARYING AR-BR-I FROM 1 BY 1
018120                UNTIL AR-BR-I > AR-BR-USED
018130                    OR AR-BR-FOUND.
018140        IF NOT AR-BR-FOUND
018150            IF AR-BR-USED >= AR-BR-MAX
018160                DISPLAY 'SPOJ-AUDRPT: MORE BRANCHES IN AUDITLOG '
018170                    'THAN THE TABLE HOLDS'
018180                MOVE 16 TO RETURN-CODE
018190                PERFORM 9000-TERMINATE THRU 9000-EXIT
018200                STOP RUN
018210            END-IF
018220            ADD 1 TO AR-BR-USED
018230            MOVE AR-BR-USED TO AR-BR-X
018240            MOVE SO-AUDIT-BRANCH TO AR-BR-BRANCH(AR-BR-X)
018250            MOVE ZERO TO AR-BR-COUNT(AR-BR-X)
018260            MOVE ZERO TO AR-BR-TOTAL(AR-BR-X)
018270        END-IF.
018280        ADD 1 TO AR-BR-COUNT(AR-BR-X).
018290        ADD SO-AUDIT-LINHA TO AR-BR-TOTAL(AR-BR-X).
018300    2150-EXIT.
018310        EXIT.
018320
018330    2160-FIND-BRANCH.
018340        IF AR-BR-BRANCH(AR-BR-I) = SO-AUDIT-BRANCH
018350            SET AR-BR-FOUND TO TRUE
018360            MOVE AR-BR-I TO AR-BR-X
018370        END-IF.
018380    2160-EXIT.
018390        EXIT.
018392
018394******************************************************************
018396*    2200-START-PAGE - CLOSE OUT THE PAGE IN PROGRESS WITH ITS   *
018400*    TOTAL AND LINE COUNT, THEN PRINT THE HEADINGS OF THE NEXT   *
018500*    PAGE.                                                       *
018600******************************************************************
025010        ADD 1 TO AR-PRINT-COUNT.
025100    3000-EXIT.
025200        EXIT.
025201
025202******************************************************************
025203*    3500-BRANCH-SUBTOTALS - PRINT ONE LINE PER BRANCH WHOSE     *
025204*    TRANSMISSION WAS POSTED, WITH ITS RECORD COUNT AND SIGNED   *
025205*    TOTAL.  THE BRANCH LINES ADD UP TO THE GRAND TOTAL ABOVE.   *
025206******************************************************************
025207    3500-BRANCH-SUBTOTALS.
025208        MOVE SPACES TO AR-RPT-LINE.
025209        WRITE AR-REPORT-RECORD.
025210        ADD 1 TO AR-PRINT-COUNT.
025211        MOVE SPACES TO AR-RPT-LINE.
025212        STRING 'BRANCH SUBTOTALS' DELIMITED BY SIZE
025213            INTO AR-RPT-LINE.
025214        WRITE AR-REPORT-RECORD.
025215        ADD 1 TO AR-PRINT-COUNT.
025216        MOVE AR-BRHDG-LINE TO AR-RPT-LINE.
025217        WRITE AR-REPORT-RECORD.
025218        ADD 1 TO AR-PRINT-COUNT.
025219        PERFORM 3510-PRINT-ONE-BRANCH THRU 3510-EXIT
025220            VARYING AR-BR-I FROM 1 BY 1
025221                UNTIL AR-BR-I > AR-BR-USED.
025222    3500-EXIT.
025223        EXIT.
025224
025225    3510-PRINT-ONE-BRANCH.
025226        MOVE AR-BR-BRANCH(AR-BR-I) TO AR-BD-BRANCH.
025227        MOVE AR-BR-COUNT(AR-BR-I)  TO AR-BD-COUNT.
025228        MOVE AR-BR-TOTAL(AR-BR-I)  TO AR-BD-AMOUNT.
025229        MOVE AR-BRDTL-LINE TO AR-RPT-LINE.
025230        WRITE AR-REPORT-RECORD.
025231        ADD 1 TO AR-PRINT-COUNT.
025232    3510-EXIT.
025233        EXIT.
025234
025235******************************************************************
025236*    4000-CATEGORY-SUMMARY - PRINT THE CATEGORY SUMMARY PAGE:    *
025237*    ONE LINE PER CATSUMM RECORD, EACH CARRYING THE CATEGORY'S   *
025238*    DESCRIPTION FROM THE COST-CENTER CATEGORY MASTER NEXT TO    *
025239*    ITS CODE, RECORD COUNT, AND SIGNED TOTAL.  A CODE THAT HAS  *
025240*    DROPPED OFF THE MASTER SINCE THE SUMMARY WAS WRITTEN IS     *
025241*    FLAGGED RATHER THAN PRINTED BLANK.                          *
025242******************************************************************
025243    4000-CATEGORY-SUMMARY.
025244        PERFORM 4100-LOAD-DESCRIPTIONS THRU 4100-EXIT.
025245        OPEN INPUT CATSUM-FILE.
025246        IF AR-CATSUM-STATUS NOT = '00'
025247            DISPLAY 'SPOJ-AUDRPT: COULD NOT OPEN CATSUMM, '
025248                'STATUS ' AR-CATSUM-STATUS
025249            MOVE 16 TO RETURN-CODE
025250            GO TO 4000-EXIT
025251        END-IF.
025252        MOVE SPACES TO AR-RPT-LINE.
025253        WRITE AR-REPORT-RECORD.
025254        ADD 1 TO AR-PRINT-COUNT.
025255        MOVE SPACES TO AR-RPT-LINE.
025256        STRING 'CATEGORY SUMMARY' DELIMITED BY SIZE
025257            INTO AR-RPT-LINE.
025258        WRITE AR-REPORT-RECORD.
025260        ADD 1 TO AR-PRINT-COUNT.
025262        MOVE AR-CATHDG-LINE TO AR-RPT-LINE.
025388                END-IF
025390                MOVE SO-CATS-COUNT TO AR-CD-COUNT
025392                MOVE SO-CATS-TOTAL TO AR-CD-AMOUNT
025393                MOVE SO-CATS-BRANCH TO AR-CD-BRANCH
025394                IF SO-CATS-PRIOR-ADJ
025395                    MOVE 'PRIOR PERIOD' TO AR-CD-PERIOD
025396                ELSE
025397                    MOVE SPACES TO AR-CD-PERIOD
025398                END-IF
025399                MOVE AR-CATDTL-LINE TO AR-RPT-LINE
025400                WRITE AR-REPORT-RECORD
025401                ADD 1 TO AR-PRINT-COUNT
025402        END-READ.
025403    4200-EXIT.
025404        EXIT.
025406
025408    4210-FIND-DESC.
025420        EXIT.
025422
025424******************************************************************
025425*    4500-CURRENCY-SUMMARY - PRINT ONE LINE PER FXSUMM RECORD:   *
025426*    THE CURRENCY AND RATE, RECORD COUNT, SIGNED TOTAL IN THE    *
025427*    ORIGINAL CURRENCY, REAIS ACTUALLY POSTED, AND THE FX        *
025428*    ROUNDING DIFFERENCE, THEN A TOTAL LINE.  THE REAIS TOTAL    *
025429*    AGREES WITH THE GRAND TOTAL ABOVE; THE ROUNDING TOTAL IS    *
025430*    THE AMOUNT THE LEDGER EXTRACT POSTS ON ITS FX ROUNDING      *
025431*    LINE.                                                       *
025432******************************************************************
025433    4500-CURRENCY-SUMMARY.
025434        OPEN INPUT FXSUM-FILE.
025435        IF AR-FXSUM-STATUS NOT = '00'
025436            DISPLAY 'SPOJ-AUDRPT: COULD NOT OPEN FXSUMM, '
025437                'STATUS ' AR-FXSUM-STATUS
025438            MOVE 16 TO RETURN-CODE
025439            GO TO 4500-EXIT
025440        END-IF.
025441        MOVE SPACES TO AR-RPT-LINE.
025442        WRITE AR-REPORT-RECORD.
025443        ADD 1 TO AR-PRINT-COUNT.
025444        MOVE SPACES TO AR-RPT-LINE.
025445        STRING 'CURRENCY SUMMARY' DELIMITED BY SIZE
025446            INTO AR-RPT-LINE.
025447        WRITE AR-REPORT-RECORD.
025448        ADD 1 TO AR-PRINT-COUNT.
025449        MOVE AR-FXHDG-LINE TO AR-RPT-LINE.
025450        WRITE AR-REPORT-RECORD.
025451        ADD 1 TO AR-PRINT-COUNT.
025452        PERFORM 4510-PRINT-ONE-CURRENCY THRU 4510-EXIT
025453            UNTIL AR-FXSUM-EOF.
025454        CLOSE FXSUM-FILE.
025455        MOVE AR-FX-COUNT      TO AR-FT-COUNT.
025456        MOVE AR-FX-BASE-TOTAL TO AR-FT-BASE.
025457        MOVE AR-FX-ROUNDING   TO AR-FT-ROUND.
025458        MOVE AR-FXTOT-LINE TO AR-RPT-LINE.
025459        WRITE AR-REPORT-RECORD.
025460        ADD 1 TO AR-PRINT-COUNT.
025461    4500-EXIT.
025462        EXIT.
025463
025464    4510-PRINT-ONE-CURRENCY.
025465        READ FXSUM-FILE
025466            AT END
025467                SET AR-FXSUM-EOF TO TRUE
025468            NOT AT END
025469                MOVE SO-FXS-CURR       TO AR-FD-CURR
025470                MOVE SO-FXS-RATE       TO AR-FD-RATE
025471                MOVE SO-FXS-COUNT      TO AR-FD-COUNT
025472                MOVE SO-FXS-ORIG-TOTAL TO AR-FD-ORIG
025473                MOVE SO-FXS-BASE-TOTAL TO AR-FD-BASE
025474                MOVE SO-FXS-ROUNDING   TO AR-FD-ROUND
025475                MOVE AR-FXDTL-LINE TO AR-RPT-LINE
025476                WRITE AR-REPORT-RECORD
025477                ADD 1 TO AR-PRINT-COUNT
025478                ADD SO-FXS-COUNT      TO AR-FX-COUNT
025479                ADD SO-FXS-BASE-TOTAL TO AR-FX-BASE-TOTAL
025480                ADD SO-FXS-ROUNDING   TO AR-FX-ROUNDING
025481        END-READ.
025482    4510-EXIT.
025483        EXIT.
025484
025485******************************************************************
025500*    9000-TERMINATE - CLOSE THE AUDIT LOG AND THE STATEMENT.     *
025600******************************************************************
025700    9000-TERMINATE.
