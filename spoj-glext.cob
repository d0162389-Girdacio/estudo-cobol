002500*    DATE       INIT  DESCRIPTION
002600*    ---------- ----  -----------------------------------------
002700*    2026-09-02 JM    ORIGINAL PROGRAM.
002710*    2026-10-15 JM    CATSUMM NOW CARRIES ONE RECORD PER BRANCH
002720*                     PER CATEGORY.  THE BRANCH RECORDS FOR A
002730*                     CATEGORY ARE MERGED INTO ONE TABLE ENTRY,
002740*                     SO THE LEDGER STILL GETS ONE POSTING LINE
002750*                     PER CATEGORY.
002760*    2026-10-15 JM    PRIOR-PERIOD ADJUSTMENTS (CATSUMM RECORDS
002770*                     MARKED 'P') ARE KEPT APART FROM THE
002780*                     CATEGORY'S ORDINARY TOTAL AND POSTED ON A
002790*                     LINE OF THEIR OWN MARKED 'P' ON GLEXTR.
002795*                     CATEGORY TABLE ENLARGED TO MATCH.
002805*    2026-10-15 JM    READS THE CURRENCY SUMMARY (FXSUMM) AND
002815*                     POSTS THE RUN'S FX ROUNDING DIFFERENCE ON
002825*                     A LINE OF ITS OWN (SOURCE '*FXR') TO THE
002835*                     ACCOUNT GLMAP NAMES UNDER '*FXR'.  THE
002845*                     OFFSET LINE NOW BALANCES THE CATEGORY
002855*                     LINES AND THE ROUNDING LINE TOGETHER.
002865******************************************************************
002900    IDENTIFICATION DIVISION.
003000    PROGRAM-ID.    MAIN.
003100
004700        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS GX-STATS-STATUS.
004920        SELECT FXSUM-FILE ASSIGN TO "FXSUMM"
004940            ORGANIZATION IS LINE SEQUENTIAL
004960            FILE STATUS IS GX-FXSUM-STATUS.
005000
005100    DATA DIVISION.
005200    FILE SECTION.
007000        LABEL RECORDS ARE STANDARD.
007100    COPY "jobstat.cpy".
007200
007220    FD  FXSUM-FILE
007240        LABEL RECORDS ARE STANDARD.
007260    COPY "sofxsum.cpy".
007280
007300    WORKING-STORAGE SECTION.
007400    77  GX-CATSUM-STATUS        PIC X(2)  VALUE '00'.
007500    77  GX-CTL-STATUS           PIC X(2)  VALUE '00'.
007600    77  GX-MAP-STATUS           PIC X(2)  VALUE '00'.
007700    77  GX-EXTR-STATUS          PIC X(2)  VALUE '00'.
007800    77  GX-STATS-STATUS         PIC X(2)  VALUE '00'.
007850    77  GX-FXSUM-STATUS         PIC X(2)  VALUE '00'.
007900    77  GX-START-TIME           PIC 9(6)  VALUE ZERO.
008000    77  GX-TIME-WK              PIC 9(8)  VALUE ZERO.
008100
008500    77  GX-NET-TOTAL            PIC S9(9)V99 VALUE ZERO.
008600    77  GX-AMOUNT-WK            PIC 9(7)V99  VALUE ZERO.
008700    77  GX-OFFSET-ACCT          PIC X(10) VALUE SPACES.
008720    77  GX-FXR-ACCT             PIC X(10) VALUE SPACES.
008740    77  GX-FX-ROUNDING          PIC S9(7)V99 VALUE ZERO.
008760    77  GX-OFFSET-TOTAL         PIC S9(9)V99 VALUE ZERO.
008800    77  GX-CATS-READ            PIC 9(5)  VALUE ZERO.
008900    77  GX-LINES-WRITTEN        PIC 9(5)  VALUE ZERO.
009000
009200    77  GX-MAP-USED             PIC 9(3)  VALUE ZERO COMP.
009300    77  GX-MAP-I                PIC 9(3)  VALUE ZERO COMP.
009400    77  GX-MAP-X                PIC 9(3)  VALUE ZERO COMP.
009500    77  GX-CAT-MAX              PIC 9(2)  VALUE 40 COMP.
009600    77  GX-CAT-USED             PIC 9(2)  VALUE ZERO COMP.
009700    77  GX-CAT-I                PIC 9(2)  VALUE ZERO COMP.
009710    77  GX-CAT-X                PIC 9(2)  VALUE ZERO COMP.
009800
009900    77  GX-CATSUM-EOF-SW        PIC X(1)  VALUE 'N'.
010000        88  GX-CATSUM-EOF                  VALUE 'Y'.
010200        88  GX-MAP-EOF                     VALUE 'Y'.
010300    77  GX-STATS-EOF-SW         PIC X(1)  VALUE 'N'.
010400        88  GX-STATS-EOF                   VALUE 'Y'.
010420    77  GX-FXSUM-EOF-SW         PIC X(1)  VALUE 'N'.
010440        88  GX-FXSUM-EOF                   VALUE 'Y'.
010500    77  GX-MAP-FOUND-SW         PIC X(1)  VALUE 'N'.
010600        88  GX-MAP-FOUND                   VALUE 'Y'.
010700    77  GX-SOMA-FOUND-SW        PIC X(1)  VALUE 'N'.
010800        88  GX-SOMA-FOUND                  VALUE 'Y'.
010810    77  GX-CAT-FOUND-SW         PIC X(1)  VALUE 'N'.
010820        88  GX-CAT-FOUND                   VALUE 'Y'.
010900
011000    01  GX-MAP-TABLE.
011100        05  GX-MAP-ENTRY OCCURS 100 TIMES.
011300            10  GX-TAB-ACCOUNT      PIC X(10).
011400
011500    01  GX-CAT-TABLE.
011600        05  GX-CAT-ENTRY OCCURS 40 TIMES.
011700            10  GX-CTAB-CATEG       PIC X(4).
011800            10  GX-CTAB-ACCOUNT     PIC X(10).
011900            10  GX-CTAB-TOTAL       PIC S9(7)V99.
011910            10  GX-CTAB-PRIOR-SW    PIC X(1).
012000
012100    PROCEDURE DIVISION.
012200    0000-MAINLINE.
012300        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012400        PERFORM 2000-LOAD-CATSUMM THRU 2000-EXIT.
012450        PERFORM 2500-LOAD-FXSUMM THRU 2500-EXIT.
012500        PERFORM 3000-PROVE-TOTALS THRU 3000-EXIT.
012600        PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT.
012700        DISPLAY 'SPOJ-GLEXT: ' GX-LINES-WRITTEN ' POSTING LINES '
018700            NOT AT END
018800                IF GL-MAP-CATEG = '*OFF'
018900                    MOVE GL-MAP-ACCOUNT TO GX-OFFSET-ACCT
018920                    GO TO 1110-EXIT
018940                END-IF
018960                IF GL-MAP-CATEG = '*FXR'
018980                    MOVE GL-MAP-ACCOUNT TO GX-FXR-ACCT
019000                ELSE
019100                    IF GX-MAP-USED >= GX-MAP-MAX
019200                        DISPLAY 'SPOJ-GLEXT: MORE MAP RECORDS '
024600
024700******************************************************************
024800*    2000-LOAD-CATSUMM - LOAD EVERY CATEGORY SUMMARY RECORD,     *
024900*    RESOLVE ITS LEDGER ACCOUNT, MERGE THE BRANCHES' RECORDS     *
024950*    FOR EACH CATEGORY, AND ACCUMULATE THE NET TOTAL.  A         *
024960*    CATEGORY'S PRIOR-PERIOD ADJUSTMENTS GET A TABLE ENTRY OF    *
024970*    THEIR OWN.                                                  *
025000*    NOTHING IS WRITTEN YET - THE EXTRACT IS ONLY RELEASED       *
025100*    AFTER THE NET TOTAL PROVES TO THE SUMMATION GRAND TOTAL.    *
025200******************************************************************
027100            NOT AT END
027200                ADD 1 TO GX-CATS-READ
027300                PERFORM 2200-RESOLVE-ACCOUNT THRU 2200-EXIT
027310                PERFORM 2150-FIND-CAT THRU 2150-EXIT
027320                IF NOT GX-CAT-FOUND
027400                    IF GX-CAT-USED >= GX-CAT-MAX
027500                        DISPLAY 'SPOJ-GLEXT: MORE CATEGORIES '
027600                            'THAN THE TABLE HOLDS'
027700                        MOVE 16 TO RETURN-CODE
027800                        PERFORM 9000-TERMINATE THRU 9000-EXIT
027900                        STOP RUN
028000                    END-IF
028100                    ADD 1 TO GX-CAT-USED
028110                    MOVE GX-CAT-USED TO GX-CAT-X
028200                    MOVE SO-CATS-CODE
028300                        TO GX-CTAB-CATEG(GX-CAT-X)
028400                    MOVE GX-TAB-ACCOUNT(GX-MAP-X)
028500                        TO GX-CTAB-ACCOUNT(GX-CAT-X)
028600                    MOVE ZERO TO GX-CTAB-TOTAL(GX-CAT-X)
028610                    MOVE SO-CATS-PRIOR-SW
028620                        TO GX-CTAB-PRIOR-SW(GX-CAT-X)
028650                END-IF
028700                ADD SO-CATS-TOTAL TO GX-CTAB-TOTAL(GX-CAT-X)
028800                ADD SO-CATS-TOTAL TO GX-NET-TOTAL
028900        END-READ.
029000    2100-EXIT.
029100        EXIT.
029110
029120    2150-FIND-CAT.
029130        MOVE 'N' TO GX-CAT-FOUND-SW.
029140        MOVE ZERO TO GX-CAT-X.
029150        PERFORM 2160-MATCH-CAT THRU 2160-EXIT
029160            VARYING GX-CAT-I FROM 1 BY 1
029170                UNTIL GX-CAT-I > GX-CAT-USED
029180                    OR GX-CAT-FOUND.
029190    2150-EXIT.
029192        EXIT.
029194
029196    2160-MATCH-CAT.
029206        IF GX-CTAB-CATEG(GX-CAT-I) = SO-CATS-CODE
029216            AND GX-CTAB-PRIOR-SW(GX-CAT-I) = SO-CATS-PRIOR-SW
029226            SET GX-CAT-FOUND TO TRUE
029236            MOVE GX-CAT-I TO GX-CAT-X
029246        END-IF.
029256    2160-EXIT.
029266        EXIT.
029276
029300    2200-RESOLVE-ACCOUNT.
029400        MOVE 'N' TO GX-MAP-FOUND-SW.
029500        MOVE ZERO TO GX-MAP-X.
031600        EXIT.
031700
031800******************************************************************
031802*    2500-LOAD-FXSUMM - SUM THE FX ROUNDING DIFFERENCE OF EVERY  *
031804*    CURRENCY SUMMARY RECORD.  THE CATEGORY TOTALS ARE THE       *
031806*    REAIS ACTUALLY POSTED, LINE BY LINE; THE ROUNDING IS WHAT   *
031808*    CONVERTING EACH CURRENCY'S TOTAL IN ONE STEP WOULD ADD TO   *
031810*    THEM.  A NONZERO DIFFERENCE NEEDS THE '*FXR' ACCOUNT ON     *
031812*    GLMAP, OR THE EXTRACT IS REFUSED.                           *
031814******************************************************************
031816    2500-LOAD-FXSUMM.
031818        OPEN INPUT FXSUM-FILE.
031820        IF GX-FXSUM-STATUS NOT = '00'
031822            DISPLAY 'SPOJ-GLEXT: COULD NOT OPEN FXSUMM, '
031824                'STATUS = ' GX-FXSUM-STATUS
031826            MOVE 16 TO RETURN-CODE
031828            PERFORM 9000-TERMINATE THRU 9000-EXIT
031830            STOP RUN
031832        END-IF.
031834        PERFORM 2510-LOAD-ONE-FX THRU 2510-EXIT
031836            UNTIL GX-FXSUM-EOF.
031838        CLOSE FXSUM-FILE.
031840        IF GX-FX-ROUNDING NOT = ZERO
031842            AND GX-FXR-ACCT = SPACES
031844            DISPLAY 'SPOJ-GLEXT: GLMAP HAS NO *FXR FX ROUNDING '
031846                'ACCOUNT RECORD - EXTRACT REFUSED'
031848            MOVE 16 TO RETURN-CODE
031850            PERFORM 9000-TERMINATE THRU 9000-EXIT
031852            STOP RUN
031854        END-IF.
031856        COMPUTE GX-OFFSET-TOTAL = GX-NET-TOTAL + GX-FX-ROUNDING.
031858    2500-EXIT.
031860        EXIT.
031862
031864    2510-LOAD-ONE-FX.
031866        READ FXSUM-FILE
031868            AT END
031870                SET GX-FXSUM-EOF TO TRUE
031872            NOT AT END
031874                ADD SO-FXS-ROUNDING TO GX-FX-ROUNDING
031876        END-READ.
031878    2510-EXIT.
031880        EXIT.
031882
031884******************************************************************
031900*    3000-PROVE-TOTALS - THE CATEGORY TOTALS MUST NET TO THE     *
032000*    SUMMATION STEP'S OWN GRAND TOTAL; OTHERWISE SOMETHING       *
032100*    BETWEEN THE TWO FILES IS WRONG AND THE EXTRACT IS REFUSED   *
033700*    POSTING LINE PER NONZERO CATEGORY TOTAL (POSITIVE POSTS A   *
033800*    DEBIT, NEGATIVE A CREDIT) AND ONE BALANCING OFFSET LINE     *
033900*    FOR THE OPPOSITE OF THE NET TOTAL, SO THE FILE NETS TO      *
034000*    ZERO.  A PRIOR-PERIOD ADJUSTMENT LINE CARRIES THE 'P' MARK. *
034020*    THE FX ROUNDING LINE, WHEN THERE IS ONE, PRECEDES THE       *
034040*    OFFSET, AND THE OFFSET BALANCES IT TOO.                     *
034100******************************************************************
034200    4000-WRITE-EXTRACT.
034300        OPEN OUTPUT EXTR-FILE.
035100        PERFORM 4100-WRITE-ONE-LINE THRU 4100-EXIT
035200            VARYING GX-CAT-I FROM 1 BY 1
035300                UNTIL GX-CAT-I > GX-CAT-USED.
035350        PERFORM 4150-WRITE-FX-ROUNDING THRU 4150-EXIT.
035400        PERFORM 4200-WRITE-OFFSET THRU 4200-EXIT.
035500        CLOSE EXTR-FILE.
035600    4000-EXIT.
037300        MOVE GX-RUN-DATE         TO GX-EXT-DATE.
037400        MOVE GX-BATCH-NUMBER     TO GX-EXT-BATCH.
037500        MOVE GX-CTAB-CATEG(GX-CAT-I) TO GX-EXT-SOURCE.
037510        MOVE GX-CTAB-PRIOR-SW(GX-CAT-I) TO GX-EXT-PRIOR-SW.
037600        WRITE GX-EXT-RECORD.
037700        ADD 1 TO GX-LINES-WRITTEN.
037800    4100-EXIT.
037900        EXIT.
038000
038002    4150-WRITE-FX-ROUNDING.
038004        IF GX-FX-ROUNDING = ZERO
038006            GO TO 4150-EXIT
038008        END-IF.
038010        MOVE SPACES TO GX-EXT-RECORD.
038012        MOVE GX-FXR-ACCT TO GX-EXT-ACCOUNT.
038014        IF GX-FX-ROUNDING > ZERO
038016            MOVE 'D' TO GX-EXT-DC
038018            MOVE GX-FX-ROUNDING TO GX-AMOUNT-WK
038020        ELSE
038022            MOVE 'C' TO GX-EXT-DC
038024            COMPUTE GX-AMOUNT-WK = 0 - GX-FX-ROUNDING
038026        END-IF.
038028        MOVE GX-AMOUNT-WK    TO GX-EXT-AMOUNT.
038030        MOVE GX-RUN-DATE     TO GX-EXT-DATE.
038032        MOVE GX-BATCH-NUMBER TO GX-EXT-BATCH.
038034        MOVE '*FXR'          TO GX-EXT-SOURCE.
038036        WRITE GX-EXT-RECORD.
038038        ADD 1 TO GX-LINES-WRITTEN.
038040    4150-EXIT.
038042        EXIT.
038044
038100    4200-WRITE-OFFSET.
038200        IF GX-OFFSET-TOTAL = ZERO
038300            GO TO 4200-EXIT
038400        END-IF.
038500        MOVE SPACES TO GX-EXT-RECORD.
038600        MOVE GX-OFFSET-ACCT TO GX-EXT-ACCOUNT.
038700        IF GX-OFFSET-TOTAL > ZERO
038800            MOVE 'C' TO GX-EXT-DC
038900            MOVE GX-OFFSET-TOTAL TO GX-AMOUNT-WK
039000        ELSE
039100            MOVE 'D' TO GX-EXT-DC
039200            COMPUTE GX-AMOUNT-WK = 0 - GX-OFFSET-TOTAL
039300        END-IF.
039400        MOVE GX-AMOUNT-WK    TO GX-EXT-AMOUNT.
039500        MOVE GX-RUN-DATE     TO GX-EXT-DATE.
