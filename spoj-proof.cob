000100******************************************************************
000200*    PROGRAM......: SPOJ-PROOF                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: END-TO-END CONTROL-TOTAL PROOF.  RUNS AFTER  *
000800*                   THE GL EXTRACT AND BEFORE THE EXTRACT IS     *
000900*                   RELEASED TO THE LEDGER.  READS EVERY DATASET *
001000*                   THE BATCH PASSED THROUGH AND PROVES RECORD   *
001100*                   COUNTS AND AMOUNTS AT EACH HAND-OFF: THE     *
001200*                   EDIT (TRANSGEN TRAILERS IN, TRANSVAL OUT,    *
001300*                   EDITREJ AND XMITREJ DIVERTED), THE DUPLICATE *
001400*                   CHECK (TRANSVAL AND APPRREL IN, TRANSOK OUT, *
001500*                   DUPSUSP AND PENDHOLD DIVERTED), THE          *
001600*                   SUMMATION (TRANSOK IN, AUDITLOG OUT), THE    *
001700*                   CATEGORY SUMMARY (AUDITLOG FINAL SUBTOTAL    *
001800*                   IN, CATSUMM OUT) AND THE GL EXTRACT (CATSUMM *
001900*                   AND THE FXSUMM ROUNDING IN, GLEXTR OUT, NET  *
002000*                   OF ITS OFFSET LINE, WHOSE DEBITS MUST EQUAL  *
002100*                   ITS CREDITS).  EVERY LINK IS PRINTED WITH    *
002200*                   ITS IN, OUT AND DIVERTED FIGURES ON THE      *
002300*                   ONE-PAGE PROOF (PROOFRPT).  ANY LINK OUT OF  *
002400*                   BALANCE, OR A DATASET STAMPED WITH ANOTHER   *
002500*                   BATCH, ENDS THE STEP WITH RETURN CODE 16 SO  *
002600*                   THE EXTRACT NEVER REACHES THE LEDGER.        *
002700*                                                                *
002800*                   AMOUNTS UP TO THE SUMMATION ARE PROVED AS    *
002900*                   KEYED (THE ORIGINAL AMOUNT ON A              *
003000*                   FOREIGN-CURRENCY RECORD), THE SAME WAY THE   *
003100*                   BRANCHES HASH THEM.  A REVERSAL POSTS THE    *
003200*                   OPPOSITE OF ITS ORIGINAL, NOT WHAT WAS KEYED *
003300*                   ON IT, SO THROUGH THE SUMMATION REVERSALS    *
003400*                   ARE PROVED BY COUNT AND POSTINGS BY AMOUNT;  *
003500*                   FROM THE AUDIT LOG ON EVERYTHING IS IN       *
003600*                   REAIS.                                       *
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
004800        SELECT GEN-FILE ASSIGN TO "TRANSGEN"
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS TP-GEN-STATUS.
005100        SELECT VALID-FILE ASSIGN TO "TRANSVAL"
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS TP-VAL-STATUS.
005400        SELECT REJ-FILE ASSIGN TO "EDITREJ"
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS TP-REJ-STATUS.
005700        SELECT XMREJ-FILE ASSIGN TO "XMITREJ"
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS TP-XMR-STATUS.
006000        SELECT REL-FILE ASSIGN TO "APPRREL"
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS TP-REL-STATUS.
006300        SELECT CLEAN-FILE ASSIGN TO "TRANSOK"
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS TP-OK-STATUS.
006600        SELECT SUSP-FILE ASSIGN TO "DUPSUSP"
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS TP-SUSP-STATUS.
006900        SELECT HOLD-FILE ASSIGN TO "PENDHOLD"
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS IS TP-HOLD-STATUS.
007200        SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            FILE STATUS IS TP-AUDIT-STATUS.
007500        SELECT CATSUM-FILE ASSIGN TO "CATSUMM"
007600            ORGANIZATION IS LINE SEQUENTIAL
007700            FILE STATUS IS TP-CATSUM-STATUS.
007800        SELECT FXSUM-FILE ASSIGN TO "FXSUMM"
007900            ORGANIZATION IS LINE SEQUENTIAL
008000            FILE STATUS IS TP-FXSUM-STATUS.
008100        SELECT EXTR-FILE ASSIGN TO "GLEXTR"
008200            ORGANIZATION IS LINE SEQUENTIAL
008300            FILE STATUS IS TP-EXTR-STATUS.
008400        SELECT REPORT-FILE ASSIGN TO "PROOFRPT"
008500            ORGANIZATION IS LINE SEQUENTIAL
008600            FILE STATUS IS TP-RPT-STATUS.
008700        SELECT CTL-FILE ASSIGN TO "BATCHCTL"
008800            ORGANIZATION IS LINE SEQUENTIAL
008900            FILE STATUS IS TP-CTL-STATUS.
009000        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
009100            ORGANIZATION IS LINE SEQUENTIAL
009200            FILE STATUS IS TP-STATS-STATUS.
009300
009400    DATA DIVISION.
009500    FILE SECTION.
009600    FD  GEN-FILE
009700        LABEL RECORDS ARE STANDARD.
009800    COPY "sotranx.cpy".
009900
010000    FD  VALID-FILE
010100        LABEL RECORDS ARE STANDARD.
010200    01  TP-VAL-RECORD               PIC X(55).
010300
010400    FD  REJ-FILE
010500        LABEL RECORDS ARE STANDARD.
010600    COPY "edrej.cpy".
010700
010800    FD  XMREJ-FILE
010900        LABEL RECORDS ARE STANDARD.
011000    COPY "edxmrej.cpy".
011100
011200    FD  REL-FILE
011300        LABEL RECORDS ARE STANDARD.
011400    01  TP-REL-RECORD               PIC X(55).
011500
011600    FD  CLEAN-FILE
011700        LABEL RECORDS ARE STANDARD.
011800    01  TP-OK-RECORD                PIC X(55).
011900
012000    FD  SUSP-FILE
012100        LABEL RECORDS ARE STANDARD.
012200    COPY "dksusp.cpy".
012300
012400    FD  HOLD-FILE
012500        LABEL RECORDS ARE STANDARD.
012600    COPY "aphold.cpy".
012700
012800    FD  AUDIT-LOG
012900        LABEL RECORDS ARE STANDARD.
013000    COPY "soaudit.cpy".
013100
013200    FD  CATSUM-FILE
013300        LABEL RECORDS ARE STANDARD.
013400    COPY "socatsum.cpy".
013500
013600    FD  FXSUM-FILE
013700        LABEL RECORDS ARE STANDARD.
013800    COPY "sofxsum.cpy".
013900
014000    FD  EXTR-FILE
014100        LABEL RECORDS ARE STANDARD.
014200    COPY "glextr.cpy".
014300
014400    FD  REPORT-FILE
014500        LABEL RECORDS ARE STANDARD.
014600    COPY "prfrpt.cpy".
014700
014800    FD  CTL-FILE
014900        LABEL RECORDS ARE STANDARD.
015000    COPY "jobctl.cpy".
015100
015200    FD  STATS-FILE
015300        LABEL RECORDS ARE STANDARD.
015400    COPY "jobstat.cpy".
015500
015600    WORKING-STORAGE SECTION.
015700    77  TP-GEN-STATUS           PIC X(2)  VALUE '00'.
015800    77  TP-VAL-STATUS           PIC X(2)  VALUE '00'.
015900    77  TP-REJ-STATUS           PIC X(2)  VALUE '00'.
016000    77  TP-XMR-STATUS           PIC X(2)  VALUE '00'.
016100    77  TP-REL-STATUS           PIC X(2)  VALUE '00'.
016200    77  TP-OK-STATUS            PIC X(2)  VALUE '00'.
016300    77  TP-SUSP-STATUS          PIC X(2)  VALUE '00'.
016400    77  TP-HOLD-STATUS          PIC X(2)  VALUE '00'.
016500    77  TP-AUDIT-STATUS         PIC X(2)  VALUE '00'.
016600    77  TP-CATSUM-STATUS        PIC X(2)  VALUE '00'.
016700    77  TP-FXSUM-STATUS         PIC X(2)  VALUE '00'.
016800    77  TP-EXTR-STATUS          PIC X(2)  VALUE '00'.
016900    77  TP-RPT-STATUS           PIC X(2)  VALUE '00'.
017000    77  TP-CTL-STATUS           PIC X(2)  VALUE '00'.
017100    77  TP-STATS-STATUS         PIC X(2)  VALUE '00'.
017200    77  TP-START-TIME           PIC 9(6)  VALUE ZERO.
017300    77  TP-TIME-WK              PIC 9(8)  VALUE ZERO.
017400
017500    77  TP-BATCH-NUMBER         PIC 9(6)  VALUE ZERO.
017600    77  TP-RUN-DATE             PIC 9(8)  VALUE ZERO.
017700    77  TP-READ-COUNT           PIC 9(7)  VALUE ZERO.
017800    77  TP-DSN-WK               PIC X(8)  VALUE SPACES.
017900    77  TP-STATUS-WK            PIC X(2)  VALUE SPACES.
018000    77  TP-BATCH-WK             PIC 9(6)  VALUE ZERO.
018100    77  TP-KEYED-AMT            PIC S9(7)V99 VALUE ZERO.
018200
018300*    THE EDIT: TRANSGEN TRAILERS IN, TRANSVAL OUT, EDITREJ AND
018400*    XMITREJ DIVERTED.
018500    77  TP-GEN-COUNT            PIC 9(7)  VALUE ZERO.
018600    77  TP-GEN-HASH             PIC S9(9)V99 VALUE ZERO.
018700    77  TP-VAL-COUNT            PIC 9(7)  VALUE ZERO.
018800    77  TP-VAL-HASH             PIC S9(9)V99 VALUE ZERO.
018900    77  TP-REJ-COUNT            PIC 9(7)  VALUE ZERO.
019000    77  TP-REJ-HASH             PIC S9(9)V99 VALUE ZERO.
019100    77  TP-XMR-COUNT            PIC 9(7)  VALUE ZERO.
019200    77  TP-XMR-HASH             PIC S9(9)V99 VALUE ZERO.
019300    77  TP-XMR-BAD-BATCH        PIC 9(6)  VALUE ZERO.
019400
019500*    THE DUPLICATE CHECK: TRANSVAL AND APPRREL IN, TRANSOK OUT,
019600*    DUPSUSP AND PENDHOLD DIVERTED.
019700    77  TP-REL-COUNT            PIC 9(7)  VALUE ZERO.
019800    77  TP-REL-HASH             PIC S9(9)V99 VALUE ZERO.
019900    77  TP-OK-COUNT             PIC 9(7)  VALUE ZERO.
020000    77  TP-OK-HASH              PIC S9(9)V99 VALUE ZERO.
020100    77  TP-OK-REV-COUNT         PIC 9(7)  VALUE ZERO.
020200    77  TP-OK-POST-HASH         PIC S9(9)V99 VALUE ZERO.
020300    77  TP-SUSP-COUNT           PIC 9(7)  VALUE ZERO.
020400    77  TP-SUSP-HASH            PIC S9(9)V99 VALUE ZERO.
020500    77  TP-HOLD-COUNT           PIC 9(7)  VALUE ZERO.
020600    77  TP-HOLD-HASH            PIC S9(9)V99 VALUE ZERO.
020700
020800*    THE SUMMATION AND THE CATEGORY SUMMARY: THE CURRENT AUDIT
020900*    LINES, AND THE CATSUMM TOTALS.
021000    77  TP-AUD-BATCH            PIC 9(6)  VALUE ZERO.
021100    77  TP-AUD-COUNT            PIC 9(7)  VALUE ZERO.
021200    77  TP-AUD-REV-COUNT        PIC 9(7)  VALUE ZERO.
021300    77  TP-AUD-POST-AMT         PIC S9(9)V99 VALUE ZERO.
021400    77  TP-AUD-SUBTOTAL         PIC S9(9)V99 VALUE ZERO.
021500    77  TP-CATS-COUNT           PIC 9(7)  VALUE ZERO.
021600    77  TP-CATS-TOTAL           PIC S9(9)V99 VALUE ZERO.
021700
021800*    THE GL EXTRACT: EVERY GLEXTR LINE SIGNED DEBIT PLUS, CREDIT
021900*    MINUS, AND KEPT APART BY SOURCE.
022000    77  TP-FX-ROUNDING          PIC S9(9)V99 VALUE ZERO.
022100    77  TP-EXT-SIGNED           PIC S9(9)V99 VALUE ZERO.
022200    77  TP-EXT-NET              PIC S9(9)V99 VALUE ZERO.
022300    77  TP-FXR-NET              PIC S9(9)V99 VALUE ZERO.
022400    77  TP-OFF-NET              PIC S9(9)V99 VALUE ZERO.
022500    77  TP-EXT-DEBITS           PIC S9(9)V99 VALUE ZERO.
022600    77  TP-EXT-CREDITS          PIC S9(9)V99 VALUE ZERO.
022700    77  TP-EXT-BAD-BATCH        PIC 9(6)  VALUE ZERO.
022800
022900    77  TP-SEG-MAX              PIC 9(3)  VALUE 100 COMP.
023000    77  TP-SEG-USED             PIC 9(3)  VALUE ZERO COMP.
023100    77  TP-SEG-I                PIC 9(3)  VALUE ZERO COMP.
023200    77  TP-SEG-X                PIC 9(3)  VALUE ZERO COMP.
023300    77  TP-PREV-SEQ             PIC 9(5)  VALUE ZERO.
023400
023500    77  TP-ROW-ITEM             PIC X(14) VALUE SPACES.
023600    77  TP-ROW-IN               PIC S9(9)V99 VALUE ZERO.
023700    77  TP-ROW-OUT              PIC S9(9)V99 VALUE ZERO.
023800    77  TP-ROW-DIV              PIC S9(9)V99 VALUE ZERO.
023900    77  TP-ROW-DIFF             PIC S9(9)V99 VALUE ZERO.
024000    77  TP-LINK-NAME            PIC X(8)  VALUE SPACES.
024100    77  TP-LINK-DESC            PIC X(80) VALUE SPACES.
024200    77  TP-LINKS-OK             PIC 9(3)  VALUE ZERO.
024300    77  TP-LINKS-BAD            PIC 9(3)  VALUE ZERO.
024400
024500    77  TP-EOF-SW               PIC X(1)  VALUE 'N'.
024600        88  TP-EOF                         VALUE 'Y'.
024700    77  TP-ROW-KIND-SW          PIC X(1)  VALUE 'A'.
024800        88  TP-ROW-COUNTS                  VALUE 'C'.
024900        88  TP-ROW-AMOUNTS                 VALUE 'A'.
025000    77  TP-LINK-SW              PIC X(1)  VALUE 'N'.
025100        88  TP-LINK-BAD                    VALUE 'Y'.
025200
025300*    A RESTARTED SUMMATION RE-LOGS THE SEQS PAST ITS LAST
025400*    CHECKPOINT, SO THE AUDIT LOG IS A SERIES OF ASCENDING
025500*    SEGMENTS; EACH SEGMENT KEEPS ONLY THE SEQS NO LATER SEGMENT
025600*    RE-LOGGED.
025700    01  TP-SEG-TABLE.
025800        05  TP-SEG-ENTRY OCCURS 100 TIMES.
025900            10  TP-SEG-START        PIC 9(5).
026000            10  TP-SEG-LIMIT        PIC 9(5).
026100
026200*    A TRANSACTION IMAGE, FROM WHICHEVER DATASET CARRIES IT.
026300    01  TP-IMAGE                PIC X(55) VALUE SPACES.
026400    01  TP-IMAGE-FIELDS         REDEFINES TP-IMAGE.
026500        05  TP-IMG-AMOUNT       PIC S9(5)V99
026600                                SIGN LEADING SEPARATE.
026700        05  FILLER              PIC X(12).
026800        05  TP-IMG-TYPE         PIC X(1).
026900            88  TP-IMG-REVERSAL            VALUE 'R'.
027000        05  FILLER              PIC X(12).
027100        05  TP-IMG-CURR         PIC X(3).
027200            88  TP-IMG-BASE-CURR           VALUES SPACES 'BRL'.
027300        05  TP-IMG-ORIG-AMOUNT  PIC S9(7)V99
027400                                SIGN LEADING SEPARATE.
027500        05  FILLER              PIC X(9).
027600
027700    01  TP-HDG-LINE.
027800        05  FILLER              PIC X(37)
027900            VALUE 'END-TO-END CONTROL-TOTAL PROOF  BATCH'.
028000        05  FILLER              PIC X(1)  VALUE SPACE.
028100        05  TP-HDG-BATCH        PIC 9(6).
028200        05  FILLER              PIC X(7)  VALUE '  DATE '.
028300        05  TP-HDG-DATE         PIC 9(8).
028400
028500    01  TP-COL-LINE.
028600        05  FILLER              PIC X(24)
028700            VALUE 'LINK     ITEM'.
028800        05  FILLER              PIC X(30)
028900            VALUE '            IN            OUT'.
029000        05  FILLER              PIC X(29)
029100            VALUE '      DIVERTED     DIFFERENCE'.
029200        05  FILLER              PIC X(8)  VALUE '  STATUS'.
029300
029400    01  TP-DET-LINE.
029500        05  FILLER              PIC X(9)  VALUE SPACES.
029600        05  TP-DET-ITEM         PIC X(14).
029700        05  FILLER              PIC X(1)  VALUE SPACE.
029800        05  TP-DET-IN           PIC -(10)9.99.
029900        05  FILLER              PIC X(1)  VALUE SPACE.
030000        05  TP-DET-OUT          PIC -(10)9.99.
030100        05  FILLER              PIC X(1)  VALUE SPACE.
030200        05  TP-DET-DIV          PIC -(10)9.99.
030300        05  FILLER              PIC X(1)  VALUE SPACE.
030400        05  TP-DET-DIFF         PIC -(10)9.99.
030500        05  FILLER              PIC X(2)  VALUE SPACES.
030600        05  TP-DET-STATUS       PIC X(14).
030700*    THE SAME LINE FOR A RECORD-COUNT ROW.
030800    01  TP-CNT-LINE             REDEFINES TP-DET-LINE.
030900        05  FILLER              PIC X(24).
031000        05  TP-CNT-IN           PIC -(13)9.
031100        05  FILLER              PIC X(1).
031200        05  TP-CNT-OUT          PIC -(13)9.
031300        05  FILLER              PIC X(1).
031400        05  TP-CNT-DIV          PIC -(13)9.
031500        05  FILLER              PIC X(1).
031600        05  TP-CNT-DIFF         PIC -(13)9.
031700        05  FILLER              PIC X(16).
031800
031900    PROCEDURE DIVISION.
032000    0000-MAINLINE.
032100        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032200        PERFORM 2000-PROVE-EDIT THRU 2000-EXIT.
032300        PERFORM 3000-PROVE-DUPCK THRU 3000-EXIT.
032400        PERFORM 4000-PROVE-SOMA THRU 4000-EXIT.
032500        PERFORM 5000-PROVE-CATSUMM THRU 5000-EXIT.
032600        PERFORM 6000-PROVE-GLEXT THRU 6000-EXIT.
032700        PERFORM 7000-PRINT-RESULT THRU 7000-EXIT.
032800        IF TP-LINKS-BAD > ZERO
032900            DISPLAY 'SPOJ-PROOF: ' TP-LINKS-BAD ' LINK(S) OUT OF '
033000                'BALANCE - GLEXTR MUST NOT BE RELEASED'
033100            MOVE 16 TO RETURN-CODE
033200        END-IF.
033300        PERFORM 9000-TERMINATE THRU 9000-EXIT.
033400        STOP RUN.
033500
033600******************************************************************
033700*    1000-INITIALIZE - STAMP THE START TIME, READ THE JOB        *
033800*    CONTROL RECORD, OPEN THE PROOF REPORT AND PRINT ITS         *
033900*    HEADINGS.                                                   *
034000******************************************************************
034100    1000-INITIALIZE.
034200        ACCEPT TP-TIME-WK FROM TIME.
034300        MOVE TP-TIME-WK(1:6) TO TP-START-TIME.
034400        PERFORM 1050-READ-CONTROL THRU 1050-EXIT.
034500        OPEN OUTPUT REPORT-FILE.
034600        IF TP-RPT-STATUS NOT = '00'
034700            DISPLAY 'SPOJ-PROOF: COULD NOT OPEN PROOFRPT, '
034800                'STATUS = ' TP-RPT-STATUS
034900            MOVE 16 TO RETURN-CODE
035000            STOP RUN
035100        END-IF.
035200        MOVE TP-BATCH-NUMBER TO TP-HDG-BATCH.
035300        MOVE TP-RUN-DATE     TO TP-HDG-DATE.
035400        MOVE TP-HDG-LINE     TO TP-RPT-LINE.
035500        WRITE TP-REPORT-RECORD.
035600        MOVE SPACES          TO TP-RPT-LINE.
035700        WRITE TP-REPORT-RECORD.
035800        MOVE TP-COL-LINE     TO TP-RPT-LINE.
035900        WRITE TP-REPORT-RECORD.
036000    1000-EXIT.
036100        EXIT.
036200
036300******************************************************************
036400*    1050-READ-CONTROL - READ THE JOB CONTROL RECORD.  EVERY     *
036500*    DATASET PROVED HERE MUST BELONG TO THIS BATCH, SO A MISSING *
036600*    OR EMPTY CONTROL DATASET STOPS THE STEP BEFORE ANYTHING IS  *
036700*    READ.                                                       *
036800******************************************************************
036900    1050-READ-CONTROL.
037000        OPEN INPUT CTL-FILE.
037100        IF TP-CTL-STATUS NOT = '00'
037200            DISPLAY 'SPOJ-PROOF: COULD NOT OPEN BATCHCTL, '
037300                'STATUS = ' TP-CTL-STATUS
037400            MOVE 16 TO RETURN-CODE
037500            STOP RUN
037600        END-IF.
037700        READ CTL-FILE
037800            AT END
037900                DISPLAY 'SPOJ-PROOF: BATCHCTL IS EMPTY'
038000                MOVE 16 TO RETURN-CODE
038100                CLOSE CTL-FILE
038200                STOP RUN
038300            NOT AT END
038400                MOVE JC-BATCH-NUMBER TO TP-BATCH-NUMBER
038500                MOVE JC-RUN-DATE    TO TP-RUN-DATE
038600        END-READ.
038700        CLOSE CTL-FILE.
038800    1050-EXIT.
038900        EXIT.
039000
039100******************************************************************
039200*    2000-PROVE-EDIT - WHAT THE BRANCHES' TRAILERS SAY THEY SENT *
039300*    (THE STANDING ORDERS' TRAILERS INCLUDED) MUST ALL BE        *
039400*    RELEASED ON TRANSVAL, REJECTED RECORD BY RECORD ON EDITREJ, *
039500*    OR HELD BACK WHOLE WITH ITS TRANSMISSION ON XMITREJ.        *
039600******************************************************************
039700    2000-PROVE-EDIT.
039800        PERFORM 2100-READ-TRANSGEN THRU 2100-EXIT.
039900        PERFORM 2200-READ-TRANSVAL THRU 2200-EXIT.
040000        PERFORM 2300-READ-EDITREJ THRU 2300-EXIT.
040100        PERFORM 2400-READ-XMITREJ THRU 2400-EXIT.
040200        MOVE 'EDIT' TO TP-LINK-NAME.
040300        MOVE SPACES TO TP-LINK-DESC.
040400        STRING 'TRANSGEN TRAILERS IN, TRANSVAL OUT, '
040500            'EDITREJ AND XMITREJ DIVERTED'
040600            DELIMITED BY SIZE INTO TP-LINK-DESC.
040700        PERFORM 8000-START-LINK THRU 8000-EXIT.
040800        IF TP-XMR-BAD-BATCH NOT = ZERO
040900            MOVE 'XMITREJ' TO TP-DSN-WK
041000            MOVE TP-XMR-BAD-BATCH TO TP-BATCH-WK
041100            PERFORM 8150-WRONG-BATCH THRU 8150-EXIT
041200        END-IF.
041300        SET TP-ROW-COUNTS TO TRUE.
041400        MOVE 'RECORDS' TO TP-ROW-ITEM.
041500        MOVE TP-GEN-COUNT TO TP-ROW-IN.
041600        MOVE TP-VAL-COUNT TO TP-ROW-OUT.
041700        COMPUTE TP-ROW-DIV = TP-REJ-COUNT + TP-XMR-COUNT.
041800        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
041900        SET TP-ROW-AMOUNTS TO TRUE.
042000        MOVE 'AMOUNT' TO TP-ROW-ITEM.
042100        MOVE TP-GEN-HASH TO TP-ROW-IN.
042200        MOVE TP-VAL-HASH TO TP-ROW-OUT.
042300        COMPUTE TP-ROW-DIV = TP-REJ-HASH + TP-XMR-HASH.
042400        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
042500        PERFORM 8900-END-LINK THRU 8900-EXIT.
042600    2000-EXIT.
042700        EXIT.
042800
042900******************************************************************
043000*    2100-READ-TRANSGEN - ADD UP THE RECORD COUNT AND HASH TOTAL *
043100*    OF EVERY 'T' TRAILER ON THE DATASET THE EDIT READ.  A       *
043200*    TRAILER THAT IS NOT NUMERIC BALANCED NOTHING FOR THE EDIT   *
043300*    EITHER, AND ITS TRANSMISSION WENT TO XMITREJ WITH A ZERO    *
043400*    TRAILER.                                                    *
043500******************************************************************
043600    2100-READ-TRANSGEN.
043700        OPEN INPUT GEN-FILE.
043800        IF TP-GEN-STATUS NOT = '00'
043900            MOVE 'TRANSGEN' TO TP-DSN-WK
044000            MOVE TP-GEN-STATUS TO TP-STATUS-WK
044100            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
044200        END-IF.
044300        MOVE 'N' TO TP-EOF-SW.
044400        PERFORM 2110-READ-ONE-GEN THRU 2110-EXIT
044500            UNTIL TP-EOF.
044600        CLOSE GEN-FILE.
044700    2100-EXIT.
044800        EXIT.
044900
045000    2110-READ-ONE-GEN.
045100        READ GEN-FILE
045200            AT END
045300                SET TP-EOF TO TRUE
045400            NOT AT END
045500                ADD 1 TO TP-READ-COUNT
045600                IF SO-TRANX-TRAILER
045700                    AND SO-TRANX-TRLR-COUNT IS NUMERIC
045800                    AND SO-TRANX-TRLR-HASH IS NUMERIC
045900                    ADD SO-TRANX-TRLR-COUNT TO TP-GEN-COUNT
046000                    ADD SO-TRANX-TRLR-HASH  TO TP-GEN-HASH
046100                END-IF
046200        END-READ.
046300    2110-EXIT.
046400        EXIT.
046500
046600******************************************************************
046700*    2200-READ-TRANSVAL - COUNT AND HASH THE RELEASED RECORDS,   *
046800*    PAST THE COUNT RECORD THE EDIT WRITES FIRST.                *
046900******************************************************************
047000    2200-READ-TRANSVAL.
047100        OPEN INPUT VALID-FILE.
047200        IF TP-VAL-STATUS NOT = '00'
047300            MOVE 'TRANSVAL' TO TP-DSN-WK
047400            MOVE TP-VAL-STATUS TO TP-STATUS-WK
047500            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
047600        END-IF.
047700        MOVE 'N' TO TP-EOF-SW.
047800        READ VALID-FILE
047900            AT END
048000                SET TP-EOF TO TRUE
048100            NOT AT END
048200                ADD 1 TO TP-READ-COUNT
048300        END-READ.
048400        PERFORM 2210-READ-ONE-VAL THRU 2210-EXIT
048500            UNTIL TP-EOF.
048600        CLOSE VALID-FILE.
048700    2200-EXIT.
048800        EXIT.
048900
049000    2210-READ-ONE-VAL.
049100        READ VALID-FILE
049200            AT END
049300                SET TP-EOF TO TRUE
049400            NOT AT END
049500                ADD 1 TO TP-READ-COUNT
049600                ADD 1 TO TP-VAL-COUNT
049700                MOVE TP-VAL-RECORD TO TP-IMAGE
049800                PERFORM 8500-KEYED-AMOUNT THRU 8500-EXIT
049900                ADD TP-KEYED-AMT TO TP-VAL-HASH
050000        END-READ.
050100    2210-EXIT.
050200        EXIT.
050300
050400    2300-READ-EDITREJ.
050500        OPEN INPUT REJ-FILE.
050600        IF TP-REJ-STATUS NOT = '00'
050700            MOVE 'EDITREJ' TO TP-DSN-WK
050800            MOVE TP-REJ-STATUS TO TP-STATUS-WK
050900            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
051000        END-IF.
051100        MOVE 'N' TO TP-EOF-SW.
051200        PERFORM 2310-READ-ONE-REJ THRU 2310-EXIT
051300            UNTIL TP-EOF.
051400        CLOSE REJ-FILE.
051500    2300-EXIT.
051600        EXIT.
051700
051800    2310-READ-ONE-REJ.
051900        READ REJ-FILE
052000            AT END
052100                SET TP-EOF TO TRUE
052200            NOT AT END
052300                ADD 1 TO TP-READ-COUNT
052400                ADD 1 TO TP-REJ-COUNT
052500                MOVE ED-REJ-IMAGE TO TP-IMAGE
052600                PERFORM 8500-KEYED-AMOUNT THRU 8500-EXIT
052700                ADD TP-KEYED-AMT TO TP-REJ-HASH
052800        END-READ.
052900    2310-EXIT.
053000        EXIT.
053100
053200******************************************************************
053300*    2400-READ-XMITREJ - A TRANSMISSION HELD BACK WHOLE IS       *
053400*    DIVERTED AT WHAT ITS OWN TRAILER CLAIMED, SINCE THAT IS     *
053500*    WHAT WENT INTO THE TRAILER TOTALS ON THE IN SIDE.           *
053600******************************************************************
053700    2400-READ-XMITREJ.
053800        OPEN INPUT XMREJ-FILE.
053900        IF TP-XMR-STATUS NOT = '00'
054000            MOVE 'XMITREJ' TO TP-DSN-WK
054100            MOVE TP-XMR-STATUS TO TP-STATUS-WK
054200            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
054300        END-IF.
054400        MOVE 'N' TO TP-EOF-SW.
054500        PERFORM 2410-READ-ONE-XMR THRU 2410-EXIT
054600            UNTIL TP-EOF.
054700        CLOSE XMREJ-FILE.
054800    2400-EXIT.
054900        EXIT.
055000
055100    2410-READ-ONE-XMR.
055200        READ XMREJ-FILE
055300            AT END
055400                SET TP-EOF TO TRUE
055500            NOT AT END
055600                ADD 1 TO TP-READ-COUNT
055700                ADD ED-XMR-TRLR-COUNT TO TP-XMR-COUNT
055800                ADD ED-XMR-TRLR-HASH  TO TP-XMR-HASH
055900                IF ED-XMR-BATCH NOT = TP-BATCH-NUMBER
056000                    MOVE ED-XMR-BATCH TO TP-XMR-BAD-BATCH
056100                END-IF
056200        END-READ.
056300    2410-EXIT.
056400        EXIT.
056500
056600******************************************************************
056700*    3000-PROVE-DUPCK - WHAT THE EDIT RELEASED, WITH THE         *
056800*    APPROVED ITEMS THE LAST RUN RELEASED FROM THE APPROVAL      *
056900*    HOLD, MUST ALL BE RELEASED ON TRANSOK, SUSPENDED ON         *
057000*    DUPSUSP, OR HELD FOR APPROVAL ON PENDHOLD.                  *
057100******************************************************************
057200    3000-PROVE-DUPCK.
057300        PERFORM 3100-READ-APPRREL THRU 3100-EXIT.
057400        PERFORM 3200-READ-TRANSOK THRU 3200-EXIT.
057500        PERFORM 3300-READ-DUPSUSP THRU 3300-EXIT.
057600        PERFORM 3400-READ-PENDHOLD THRU 3400-EXIT.
057700        MOVE 'DUPCK' TO TP-LINK-NAME.
057800        MOVE SPACES TO TP-LINK-DESC.
057900        STRING 'TRANSVAL AND APPRREL IN, TRANSOK OUT, '
058000            'DUPSUSP AND PENDHOLD DIVERTED'
058100            DELIMITED BY SIZE INTO TP-LINK-DESC.
058200        PERFORM 8000-START-LINK THRU 8000-EXIT.
058300        SET TP-ROW-COUNTS TO TRUE.
058400        MOVE 'RECORDS' TO TP-ROW-ITEM.
058500        COMPUTE TP-ROW-IN = TP-VAL-COUNT + TP-REL-COUNT.
058600        MOVE TP-OK-COUNT TO TP-ROW-OUT.
058700        COMPUTE TP-ROW-DIV = TP-SUSP-COUNT + TP-HOLD-COUNT.
058800        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
058900        SET TP-ROW-AMOUNTS TO TRUE.
059000        MOVE 'AMOUNT' TO TP-ROW-ITEM.
059100        COMPUTE TP-ROW-IN = TP-VAL-HASH + TP-REL-HASH.
059200        MOVE TP-OK-HASH TO TP-ROW-OUT.
059300        COMPUTE TP-ROW-DIV = TP-SUSP-HASH + TP-HOLD-HASH.
059400        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
059500        PERFORM 8900-END-LINK THRU 8900-EXIT.
059600    3000-EXIT.
059700        EXIT.
059800
059900******************************************************************
060000*    3100-READ-APPRREL - THE APPROVED-ITEM RELEASE IS OPTIONAL;  *
060100*    WITHOUT ONE NOTHING CAME IN THAT WAY.                       *
060200******************************************************************
060300    3100-READ-APPRREL.
060400        OPEN INPUT REL-FILE.
060500        IF TP-REL-STATUS NOT = '00'
060600            GO TO 3100-EXIT
060700        END-IF.
060800        MOVE 'N' TO TP-EOF-SW.
060900        PERFORM 3110-READ-ONE-REL THRU 3110-EXIT
061000            UNTIL TP-EOF.
061100        CLOSE REL-FILE.
061200    3100-EXIT.
061300        EXIT.
061400
061500    3110-READ-ONE-REL.
061600        READ REL-FILE
061700            AT END
061800                SET TP-EOF TO TRUE
061900            NOT AT END
062000                ADD 1 TO TP-READ-COUNT
062100                ADD 1 TO TP-REL-COUNT
062200                MOVE TP-REL-RECORD TO TP-IMAGE
062300                PERFORM 8500-KEYED-AMOUNT THRU 8500-EXIT
062400                ADD TP-KEYED-AMT TO TP-REL-HASH
062500        END-READ.
062600    3110-EXIT.
062700        EXIT.
062800
062900******************************************************************
063000*    3200-READ-TRANSOK - COUNT AND HASH THE SCREENED RECORDS,    *
063100*    PAST THE COUNT RECORD THE DUPLICATE CHECK WRITES FIRST,     *
063200*    KEEPING THE REVERSALS' COUNT AND THE POSTINGS' AMOUNT APART *
063300*    FOR THE SUMMATION LINK.                                     *
063400******************************************************************
063500    3200-READ-TRANSOK.
063600        OPEN INPUT CLEAN-FILE.
063700        IF TP-OK-STATUS NOT = '00'
063800            MOVE 'TRANSOK' TO TP-DSN-WK
063900            MOVE TP-OK-STATUS TO TP-STATUS-WK
064000            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
064100        END-IF.
064200        MOVE 'N' TO TP-EOF-SW.
064300        READ CLEAN-FILE
064400            AT END
064500                SET TP-EOF TO TRUE
064600            NOT AT END
064700                ADD 1 TO TP-READ-COUNT
064800        END-READ.
064900        PERFORM 3210-READ-ONE-OK THRU 3210-EXIT
065000            UNTIL TP-EOF.
065100        CLOSE CLEAN-FILE.
065200    3200-EXIT.
065300        EXIT.
065400
065500    3210-READ-ONE-OK.
065600        READ CLEAN-FILE
065700            AT END
065800                SET TP-EOF TO TRUE
065900            NOT AT END
066000                ADD 1 TO TP-READ-COUNT
066100                ADD 1 TO TP-OK-COUNT
066200                MOVE TP-OK-RECORD TO TP-IMAGE
066300                PERFORM 8500-KEYED-AMOUNT THRU 8500-EXIT
066400                ADD TP-KEYED-AMT TO TP-OK-HASH
066500                IF TP-IMG-REVERSAL
066600                    ADD 1 TO TP-OK-REV-COUNT
066700                ELSE
066800                    ADD TP-KEYED-AMT TO TP-OK-POST-HASH
066900                END-IF
067000        END-READ.
067100    3210-EXIT.
067200        EXIT.
067300
067400    3300-READ-DUPSUSP.
067500        OPEN INPUT SUSP-FILE.
067600        IF TP-SUSP-STATUS NOT = '00'
067700            MOVE 'DUPSUSP' TO TP-DSN-WK
067800            MOVE TP-SUSP-STATUS TO TP-STATUS-WK
067900            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
068000        END-IF.
068100        MOVE 'N' TO TP-EOF-SW.
068200        PERFORM 3310-READ-ONE-SUSP THRU 3310-EXIT
068300            UNTIL TP-EOF.
068400        CLOSE SUSP-FILE.
068500    3300-EXIT.
068600        EXIT.
068700
068800    3310-READ-ONE-SUSP.
068900        READ SUSP-FILE
069000            AT END
069100                SET TP-EOF TO TRUE
069200            NOT AT END
069300                ADD 1 TO TP-READ-COUNT
069400                ADD 1 TO TP-SUSP-COUNT
069500                MOVE DK-SUSP-IMAGE TO TP-IMAGE
069600                PERFORM 8500-KEYED-AMOUNT THRU 8500-EXIT
069700                ADD TP-KEYED-AMT TO TP-SUSP-HASH
069800        END-READ.
069900    3310-EXIT.
070000        EXIT.
070100
070200    3400-READ-PENDHOLD.
070300        OPEN INPUT HOLD-FILE.
070400        IF TP-HOLD-STATUS NOT = '00'
070500            MOVE 'PENDHOLD' TO TP-DSN-WK
070600            MOVE TP-HOLD-STATUS TO TP-STATUS-WK
070700            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
070800        END-IF.
070900        MOVE 'N' TO TP-EOF-SW.
071000        PERFORM 3410-READ-ONE-HOLD THRU 3410-EXIT
071100            UNTIL TP-EOF.
071200        CLOSE HOLD-FILE.
071300    3400-EXIT.
071400        EXIT.
071500
071600    3410-READ-ONE-HOLD.
071700        READ HOLD-FILE
071800            AT END
071900                SET TP-EOF TO TRUE
072000            NOT AT END
072100                ADD 1 TO TP-READ-COUNT
072200                ADD 1 TO TP-HOLD-COUNT
072300                MOVE AH-HOLD-IMAGE TO TP-IMAGE
072400                PERFORM 8500-KEYED-AMOUNT THRU 8500-EXIT
072500                ADD TP-KEYED-AMT TO TP-HOLD-HASH
072600        END-READ.
072700    3410-EXIT.
072800        EXIT.
072900
073000******************************************************************
073100*    4000-PROVE-SOMA - EVERY SCREENED RECORD MUST HAVE EXACTLY   *
073200*    ONE CURRENT AUDIT LINE, EVERY REVERSAL A REVERSAL LINE, AND *
073300*    THE POSTINGS MUST HAVE BEEN TAKEN AT THE AMOUNT KEYED.  A   *
073400*    REVERSAL POSTS THE OPPOSITE OF ITS ORIGINAL, WHICH TRANSOK  *
073500*    DOES NOT CARRY, SO IT IS PROVED BY COUNT ONLY.  THERE IS    *
073600*    NOTHING DIVERTED AT THIS LINK - THE SUMMATION STOPS THE JOB *
073700*    RATHER THAN DROP A RECORD.                                  *
073800******************************************************************
073900    4000-PROVE-SOMA.
074000        PERFORM 4100-SCAN-SEGMENTS THRU 4100-EXIT.
074100        PERFORM 4200-COUNT-CURRENT THRU 4200-EXIT.
074200        MOVE 'SOMA' TO TP-LINK-NAME.
074300        MOVE SPACES TO TP-LINK-DESC.
074400        STRING 'TRANSOK IN, AUDITLOG OUT (POSTINGS AT THE AMOUNT '
074500            'KEYED, REVERSALS BY COUNT)'
074600            DELIMITED BY SIZE INTO TP-LINK-DESC.
074700        PERFORM 8000-START-LINK THRU 8000-EXIT.
074800        IF TP-AUD-BATCH NOT = TP-BATCH-NUMBER
074900            MOVE 'AUDITLOG' TO TP-DSN-WK
075000            MOVE TP-AUD-BATCH TO TP-BATCH-WK
075100            PERFORM 8150-WRONG-BATCH THRU 8150-EXIT
075200        END-IF.
075300        SET TP-ROW-COUNTS TO TRUE.
075400        MOVE 'RECORDS' TO TP-ROW-ITEM.
075500        MOVE TP-OK-COUNT TO TP-ROW-IN.
075600        MOVE TP-AUD-COUNT TO TP-ROW-OUT.
075700        MOVE ZERO TO TP-ROW-DIV.
075800        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
075900        MOVE 'REVERSALS' TO TP-ROW-ITEM.
076000        MOVE TP-OK-REV-COUNT TO TP-ROW-IN.
076100        MOVE TP-AUD-REV-COUNT TO TP-ROW-OUT.
076200        MOVE ZERO TO TP-ROW-DIV.
076300        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
076400        SET TP-ROW-AMOUNTS TO TRUE.
076500        MOVE 'POSTED AMOUNT' TO TP-ROW-ITEM.
076600        MOVE TP-OK-POST-HASH TO TP-ROW-IN.
076700        MOVE TP-AUD-POST-AMT TO TP-ROW-OUT.
076800        MOVE ZERO TO TP-ROW-DIV.
076900        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
077000        PERFORM 8900-END-LINK THRU 8900-EXIT.
077100    4000-EXIT.
077200        EXIT.
077300
077400******************************************************************
077500*    4100-SCAN-SEGMENTS - FIRST PASS OVER THE AUDIT LOG: PICK UP *
077600*    THE BATCH FROM ITS HEADER AND THE FINAL SUBTOTAL FROM ITS   *
077700*    LAST LINE, AND FIND EACH RESTART SEGMENT'S STARTING SEQ AND *
077800*    FROM IT THE HIGHEST SEQ OF EACH EARLIER SEGMENT THAT NO     *
077900*    LATER SEGMENT SUPERSEDES - THE SAME RULE THE SUMMATION      *
078000*    ITSELF REBUILDS BY.                                         *
078100******************************************************************
078200    4100-SCAN-SEGMENTS.
078300        OPEN INPUT AUDIT-LOG.
078400        IF TP-AUDIT-STATUS NOT = '00'
078500            MOVE 'AUDITLOG' TO TP-DSN-WK
078600            MOVE TP-AUDIT-STATUS TO TP-STATUS-WK
078700            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
078800        END-IF.
078900        MOVE 'N' TO TP-EOF-SW.
079000        MOVE ZERO TO TP-SEG-USED.
079100        MOVE ZERO TO TP-PREV-SEQ.
079200        PERFORM 4110-SCAN-ONE THRU 4110-EXIT
079300            UNTIL TP-EOF.
079400        CLOSE AUDIT-LOG.
079500        IF TP-SEG-USED > ZERO
079600            MOVE 99999 TO TP-SEG-LIMIT(TP-SEG-USED)
079700            COMPUTE TP-SEG-I = TP-SEG-USED - 1
079800            PERFORM 4120-SET-LIMIT THRU 4120-EXIT
079900                UNTIL TP-SEG-I < 1
080000        END-IF.
080100    4100-EXIT.
080200        EXIT.
080300
080400    4110-SCAN-ONE.
080500        READ AUDIT-LOG
080600            AT END
080700                SET TP-EOF TO TRUE
080800            NOT AT END
080900                ADD 1 TO TP-READ-COUNT
081000                IF SO-AUDIT-HEADER
081100                    MOVE SO-AUDIT-HDR-BATCH TO TP-AUD-BATCH
081200                ELSE
081300                    IF TP-SEG-USED = ZERO
081400                        OR SO-AUDIT-SEQ <= TP-PREV-SEQ
081500                        IF TP-SEG-USED >= TP-SEG-MAX
081600                            DISPLAY 'SPOJ-PROOF: MORE RESTART '
081700                                'SEGMENTS IN AUDITLOG THAN THE '
081800                                'TABLE HOLDS'
081900                            MOVE 16 TO RETURN-CODE
082000                            PERFORM 9000-TERMINATE THRU 9000-EXIT
082100                            STOP RUN
082200                        END-IF
082300                        ADD 1 TO TP-SEG-USED
082400                        MOVE SO-AUDIT-SEQ TO
082500                            TP-SEG-START(TP-SEG-USED)
082600                        MOVE 99999 TO TP-SEG-LIMIT(TP-SEG-USED)
082700                    END-IF
082800                    MOVE SO-AUDIT-SEQ TO TP-PREV-SEQ
082900                    MOVE SO-AUDIT-SUBTOTAL TO TP-AUD-SUBTOTAL
083000                END-IF
083100        END-READ.
083200    4110-EXIT.
083300        EXIT.
083400
083500*    A SEGMENT MAY KEEP ONLY SEQS BELOW EVERY LATER SEGMENT'S
083600*    STARTING SEQ.
083700    4120-SET-LIMIT.
083800        COMPUTE TP-SEG-LIMIT(TP-SEG-I) =
083900            TP-SEG-START(TP-SEG-I + 1) - 1.
084000        IF TP-SEG-LIMIT(TP-SEG-I + 1) < TP-SEG-LIMIT(TP-SEG-I)
084100            MOVE TP-SEG-LIMIT(TP-SEG-I + 1)
084200                TO TP-SEG-LIMIT(TP-SEG-I)
084300        END-IF.
084400        SUBTRACT 1 FROM TP-SEG-I.
084500    4120-EXIT.
084600        EXIT.
084700
084800******************************************************************
084900*    4200-COUNT-CURRENT - SECOND PASS: COUNT ONLY THE CURRENT    *
085000*    LINES, THE REVERSALS AMONG THEM, AND THE POSTINGS' AMOUNT   *
085100*    AS RECEIVED (A LINE LOGGED WITHOUT A CURRENCY IS A REAIS    *
085200*    LINE).                                                      *
085300******************************************************************
085400    4200-COUNT-CURRENT.
085500        OPEN INPUT AUDIT-LOG.
085600        IF TP-AUDIT-STATUS NOT = '00'
085700            MOVE 'AUDITLOG' TO TP-DSN-WK
085800            MOVE TP-AUDIT-STATUS TO TP-STATUS-WK
085900            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
086000        END-IF.
086100        MOVE 'N' TO TP-EOF-SW.
086200        MOVE ZERO TO TP-SEG-X.
086300        MOVE ZERO TO TP-PREV-SEQ.
086400        PERFORM 4210-COUNT-ONE THRU 4210-EXIT
086500            UNTIL TP-EOF.
086600        CLOSE AUDIT-LOG.
086700    4200-EXIT.
086800        EXIT.
086900
087000    4210-COUNT-ONE.
087100        READ AUDIT-LOG
087200            AT END
087300                SET TP-EOF TO TRUE
087400            NOT AT END
087500                IF NOT SO-AUDIT-HEADER
087600                    IF TP-SEG-X = ZERO
087700                        OR SO-AUDIT-SEQ <= TP-PREV-SEQ
087800                        ADD 1 TO TP-SEG-X
087900                    END-IF
088000                    MOVE SO-AUDIT-SEQ TO TP-PREV-SEQ
088100                    IF SO-AUDIT-SEQ <= TP-SEG-LIMIT(TP-SEG-X)
088200                        PERFORM 4220-TAKE-LINE THRU 4220-EXIT
088300                    END-IF
088400                END-IF
088500        END-READ.
088600    4210-EXIT.
088700        EXIT.
088800
088900    4220-TAKE-LINE.
089000        ADD 1 TO TP-AUD-COUNT.
089100        IF SO-AUDIT-REVERSAL
089200            ADD 1 TO TP-AUD-REV-COUNT
089300            GO TO 4220-EXIT
089400        END-IF.
089500        IF SO-AUDIT-CURR = SPACES
089600            ADD SO-AUDIT-LINHA TO TP-AUD-POST-AMT
089700        ELSE
089800            ADD SO-AUDIT-ORIG-AMOUNT TO TP-AUD-POST-AMT
089900        END-IF.
090000    4220-EXIT.
090100        EXIT.
090200
090300******************************************************************
090400*    5000-PROVE-CATSUMM - THE CATEGORY SUMMARY MUST ACCOUNT FOR  *
090500*    EVERY CURRENT AUDIT LINE AND ADD UP TO THE SUMMATION'S      *
090600*    FINAL SUBTOTAL, PRIOR-PERIOD ADJUSTMENTS INCLUDED.          *
090700******************************************************************
090800    5000-PROVE-CATSUMM.
090900        OPEN INPUT CATSUM-FILE.
091000        IF TP-CATSUM-STATUS NOT = '00'
091100            MOVE 'CATSUMM' TO TP-DSN-WK
091200            MOVE TP-CATSUM-STATUS TO TP-STATUS-WK
091300            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
091400        END-IF.
091500        MOVE 'N' TO TP-EOF-SW.
091600        PERFORM 5100-READ-ONE-CATS THRU 5100-EXIT
091700            UNTIL TP-EOF.
091800        CLOSE CATSUM-FILE.
091900        MOVE 'CATSUMM' TO TP-LINK-NAME.
092000        MOVE SPACES TO TP-LINK-DESC.
092100        STRING 'AUDITLOG LINES AND FINAL SUBTOTAL IN, '
092200            'CATSUMM OUT'
092300            DELIMITED BY SIZE INTO TP-LINK-DESC.
092400        PERFORM 8000-START-LINK THRU 8000-EXIT.
092500        SET TP-ROW-COUNTS TO TRUE.
092600        MOVE 'RECORDS' TO TP-ROW-ITEM.
092700        MOVE TP-AUD-COUNT TO TP-ROW-IN.
092800        MOVE TP-CATS-COUNT TO TP-ROW-OUT.
092900        MOVE ZERO TO TP-ROW-DIV.
093000        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
093100        SET TP-ROW-AMOUNTS TO TRUE.
093200        MOVE 'AMOUNT' TO TP-ROW-ITEM.
093300        MOVE TP-AUD-SUBTOTAL TO TP-ROW-IN.
093400        MOVE TP-CATS-TOTAL TO TP-ROW-OUT.
093500        MOVE ZERO TO TP-ROW-DIV.
093600        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
093700        PERFORM 8900-END-LINK THRU 8900-EXIT.
093800    5000-EXIT.
093900        EXIT.
094000
094100    5100-READ-ONE-CATS.
094200        READ CATSUM-FILE
094300            AT END
094400                SET TP-EOF TO TRUE
094500            NOT AT END
094600                ADD 1 TO TP-READ-COUNT
094700                ADD SO-CATS-COUNT TO TP-CATS-COUNT
094800                ADD SO-CATS-TOTAL TO TP-CATS-TOTAL
094900        END-READ.
095000    5100-EXIT.
095100        EXIT.
095200
095300******************************************************************
095400*    6000-PROVE-GLEXT - THE EXTRACT'S CATEGORY LINES MUST NET TO *
095500*    THE CATEGORY SUMMARY, ITS '*FXR' LINE TO THE CURRENCY       *
095600*    SUMMARY'S ROUNDING, AND ITS '*OFF' OFFSET TO THE OPPOSITE   *
095700*    OF BOTH, SO THAT ITS DEBITS EQUAL ITS CREDITS.  ON THE      *
095800*    DEBITS/CREDITS ROW THE DEBITS STAND IN THE IN COLUMN AND    *
095900*    THE CREDITS IN THE OUT COLUMN.                              *
096000******************************************************************
096100    6000-PROVE-GLEXT.
096200        PERFORM 6100-READ-FXSUMM THRU 6100-EXIT.
096300        PERFORM 6200-READ-GLEXTR THRU 6200-EXIT.
096400        MOVE 'GLEXT' TO TP-LINK-NAME.
096500        MOVE SPACES TO TP-LINK-DESC.
096600        STRING 'CATSUMM AND FXSUMM ROUNDING IN, GLEXTR OUT NET '
096700            'OF ITS *OFF OFFSET'
096800            DELIMITED BY SIZE INTO TP-LINK-DESC.
096900        PERFORM 8000-START-LINK THRU 8000-EXIT.
097000        IF TP-EXT-BAD-BATCH NOT = ZERO
097100            MOVE 'GLEXTR' TO TP-DSN-WK
097200            MOVE TP-EXT-BAD-BATCH TO TP-BATCH-WK
097300            PERFORM 8150-WRONG-BATCH THRU 8150-EXIT
097400        END-IF.
097500        SET TP-ROW-AMOUNTS TO TRUE.
097600        MOVE 'CATEGORY NET' TO TP-ROW-ITEM.
097700        MOVE TP-CATS-TOTAL TO TP-ROW-IN.
097800        MOVE TP-EXT-NET TO TP-ROW-OUT.
097900        MOVE ZERO TO TP-ROW-DIV.
098000        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
098100        MOVE 'FX ROUNDING' TO TP-ROW-ITEM.
098200        MOVE TP-FX-ROUNDING TO TP-ROW-IN.
098300        MOVE TP-FXR-NET TO TP-ROW-OUT.
098400        MOVE ZERO TO TP-ROW-DIV.
098500        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
098600        MOVE 'OFFSET' TO TP-ROW-ITEM.
098700        COMPUTE TP-ROW-IN = 0 - TP-CATS-TOTAL - TP-FX-ROUNDING.
098800        MOVE TP-OFF-NET TO TP-ROW-OUT.
098900        MOVE ZERO TO TP-ROW-DIV.
099000        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
099100        MOVE 'DEBITS/CREDITS' TO TP-ROW-ITEM.
099200        MOVE TP-EXT-DEBITS TO TP-ROW-IN.
099300        MOVE TP-EXT-CREDITS TO TP-ROW-OUT.
099400        MOVE ZERO TO TP-ROW-DIV.
099500        PERFORM 8200-PRINT-ROW THRU 8200-EXIT.
099600        PERFORM 8900-END-LINK THRU 8900-EXIT.
099700    6000-EXIT.
099800        EXIT.
099900
100000    6100-READ-FXSUMM.
100100        OPEN INPUT FXSUM-FILE.
100200        IF TP-FXSUM-STATUS NOT = '00'
100300            MOVE 'FXSUMM' TO TP-DSN-WK
100400            MOVE TP-FXSUM-STATUS TO TP-STATUS-WK
100500            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
100600        END-IF.
100700        MOVE 'N' TO TP-EOF-SW.
100800        PERFORM 6110-READ-ONE-FX THRU 6110-EXIT
100900            UNTIL TP-EOF.
101000        CLOSE FXSUM-FILE.
101100    6100-EXIT.
101200        EXIT.
101300
101400    6110-READ-ONE-FX.
101500        READ FXSUM-FILE
101600            AT END
101700                SET TP-EOF TO TRUE
101800            NOT AT END
101900                ADD 1 TO TP-READ-COUNT
102000                ADD SO-FXS-ROUNDING TO TP-FX-ROUNDING
102100        END-READ.
102200    6110-EXIT.
102300        EXIT.
102400
102500******************************************************************
102600*    6200-READ-GLEXTR - SIGN EVERY EXTRACT LINE (DEBIT PLUS,     *
102700*    CREDIT MINUS), ADD IT UNDER ITS SOURCE, AND ADD IT TO THE   *
102800*    DEBIT OR CREDIT SIDE.  A LINE STAMPED WITH ANY OTHER BATCH  *
102900*    MEANS THE EXTRACT IS NOT THIS RUN'S.                        *
103000******************************************************************
103100    6200-READ-GLEXTR.
103200        OPEN INPUT EXTR-FILE.
103300        IF TP-EXTR-STATUS NOT = '00'
103400            MOVE 'GLEXTR' TO TP-DSN-WK
103500            MOVE TP-EXTR-STATUS TO TP-STATUS-WK
103600            PERFORM 8800-OPEN-FAILED THRU 8800-EXIT
103700        END-IF.
103800        MOVE 'N' TO TP-EOF-SW.
103900        PERFORM 6210-READ-ONE-EXT THRU 6210-EXIT
104000            UNTIL TP-EOF.
104100        CLOSE EXTR-FILE.
104200    6200-EXIT.
104300        EXIT.
104400
104500    6210-READ-ONE-EXT.
104600        READ EXTR-FILE
104700            AT END
104800                SET TP-EOF TO TRUE
104900            NOT AT END
105000                ADD 1 TO TP-READ-COUNT
105100                PERFORM 6220-TAKE-EXT-LINE THRU 6220-EXIT
105200        END-READ.
105300    6210-EXIT.
105400        EXIT.
105500
105600    6220-TAKE-EXT-LINE.
105700        IF GX-EXT-BATCH NOT = TP-BATCH-NUMBER
105800            MOVE GX-EXT-BATCH TO TP-EXT-BAD-BATCH
105900        END-IF.
106000        IF GX-EXT-DEBIT
106100            MOVE GX-EXT-AMOUNT TO TP-EXT-SIGNED
106200            ADD GX-EXT-AMOUNT TO TP-EXT-DEBITS
106300        ELSE
106400            COMPUTE TP-EXT-SIGNED = 0 - GX-EXT-AMOUNT
106500            ADD GX-EXT-AMOUNT TO TP-EXT-CREDITS
106600        END-IF.
106700        IF GX-EXT-SOURCE = '*OFF'
106800            ADD TP-EXT-SIGNED TO TP-OFF-NET
106900        ELSE
107000            IF GX-EXT-SOURCE = '*FXR'
107100                ADD TP-EXT-SIGNED TO TP-FXR-NET
107200            ELSE
107300                ADD TP-EXT-SIGNED TO TP-EXT-NET
107400            END-IF
107500        END-IF.
107600    6220-EXIT.
107700        EXIT.
107800
107900******************************************************************
108000*    7000-PRINT-RESULT - THE VERDICT: HOW MANY LINKS BALANCED    *
108100*    AND WHETHER THE EXTRACT MAY GO TO THE LEDGER.               *
108200******************************************************************
108300    7000-PRINT-RESULT.
108400        MOVE SPACES TO TP-RPT-LINE.
108500        WRITE TP-REPORT-RECORD.
108600        MOVE SPACES TO TP-RPT-LINE.
108700        STRING 'LINKS IN BALANCE ' TP-LINKS-OK
108800            '  OUT OF BALANCE ' TP-LINKS-BAD
108900            DELIMITED BY SIZE INTO TP-RPT-LINE.
109000        WRITE TP-REPORT-RECORD.
109100        MOVE SPACES TO TP-RPT-LINE.
109200        IF TP-LINKS-BAD = ZERO
109300            STRING 'PROOF COMPLETE - EVERY LINK IN BALANCE, '
109400                'GLEXTR MAY BE RELEASED TO THE LEDGER'
109500                DELIMITED BY SIZE INTO TP-RPT-LINE
109600        ELSE
109700            STRING 'PROOF FAILED - CONTROL TOTALS OUT OF '
109800                'BALANCE, GLEXTR MUST NOT BE RELEASED TO THE '
109900                'LEDGER'
110000                DELIMITED BY SIZE INTO TP-RPT-LINE
110100        END-IF.
110200        WRITE TP-REPORT-RECORD.
110300    7000-EXIT.
110400        EXIT.
110500
110600******************************************************************
110700*    8000-START-LINK - OPEN A LINK ON THE REPORT: A BLANK LINE,  *
110800*    THEN THE LINK'S NAME AND WHAT GOES IN, OUT AND ASIDE.       *
110900******************************************************************
111000    8000-START-LINK.
111100        MOVE 'N' TO TP-LINK-SW.
111200        MOVE SPACES TO TP-RPT-LINE.
111300        WRITE TP-REPORT-RECORD.
111400        MOVE SPACES TO TP-RPT-LINE.
111500        STRING TP-LINK-NAME ' ' TP-LINK-DESC
111600            DELIMITED BY SIZE INTO TP-RPT-LINE.
111700        WRITE TP-REPORT-RECORD.
111800    8000-EXIT.
111900        EXIT.
112000
112100******************************************************************
112200*    8150-WRONG-BATCH - A DATASET STAMPED WITH ANOTHER BATCH     *
112300*    CANNOT PROVE THIS ONE, WHATEVER ITS FIGURES SAY; THE LINK   *
112400*    IS OUT OF BALANCE.                                          *
112500******************************************************************
112600    8150-WRONG-BATCH.
112700        SET TP-LINK-BAD TO TRUE.
112800        MOVE SPACES TO TP-RPT-LINE.
112900        STRING '         ' DELIMITED BY SIZE
113000            TP-DSN-WK DELIMITED BY SPACE
113100            ' CARRIES BATCH ' TP-BATCH-WK
113200            ', NOT ' TP-BATCH-NUMBER ' - OUT OF BALANCE'
113300            DELIMITED BY SIZE INTO TP-RPT-LINE.
113400        WRITE TP-REPORT-RECORD.
113500    8150-EXIT.
113600        EXIT.
113700
113800******************************************************************
113900*    8200-PRINT-ROW - PRINT ONE ROW OF A LINK.  THE ROW BALANCES *
114000*    WHEN IN EQUALS OUT PLUS DIVERTED; ANY DIFFERENCE PUTS THE   *
114100*    WHOLE LINK OUT OF BALANCE.                                  *
114200******************************************************************
114300    8200-PRINT-ROW.
114400        COMPUTE TP-ROW-DIFF = TP-ROW-IN - TP-ROW-OUT - TP-ROW-DIV.
114500        MOVE SPACES TO TP-DET-LINE.
114600        MOVE TP-ROW-ITEM TO TP-DET-ITEM.
114700        IF TP-ROW-COUNTS
114800            MOVE TP-ROW-IN   TO TP-CNT-IN
114900            MOVE TP-ROW-OUT  TO TP-CNT-OUT
115000            MOVE TP-ROW-DIV  TO TP-CNT-DIV
115100            MOVE TP-ROW-DIFF TO TP-CNT-DIFF
115200        ELSE
115300            MOVE TP-ROW-IN   TO TP-DET-IN
115400            MOVE TP-ROW-OUT  TO TP-DET-OUT
115500            MOVE TP-ROW-DIV  TO TP-DET-DIV
115600            MOVE TP-ROW-DIFF TO TP-DET-DIFF
115700        END-IF.
115800        IF TP-ROW-DIFF = ZERO
115900            MOVE 'IN BALANCE' TO TP-DET-STATUS
116000        ELSE
116100            MOVE 'OUT OF BALANCE' TO TP-DET-STATUS
116200            SET TP-LINK-BAD TO TRUE
116300        END-IF.
116400        MOVE TP-DET-LINE TO TP-RPT-LINE.
116500        WRITE TP-REPORT-RECORD.
116600    8200-EXIT.
116700        EXIT.
116800
116900******************************************************************
117000*    8500-KEYED-AMOUNT - THE AMOUNT OF A TRANSACTION IMAGE AS    *
117100*    KEYED, THE WAY THE EDIT HASHES IT: THE ORIGINAL AMOUNT ON A *
117200*    FOREIGN-CURRENCY RECORD, THE AMOUNT ON A REAIS ONE, AND     *
117300*    ZERO WHERE THE FIELD DOES NOT PARSE.                        *
117400******************************************************************
117500    8500-KEYED-AMOUNT.
117600        MOVE ZERO TO TP-KEYED-AMT.
117700        IF NOT TP-IMG-BASE-CURR
117800            IF (TP-IMAGE(37:1) = '+' OR TP-IMAGE(37:1) = '-')
117900                AND TP-IMAGE(38:9) IS NUMERIC
118000                MOVE TP-IMG-ORIG-AMOUNT TO TP-KEYED-AMT
118100            END-IF
118200            GO TO 8500-EXIT
118300        END-IF.
118400        IF (TP-IMAGE(1:1) = '+' OR TP-IMAGE(1:1) = '-')
118500            AND TP-IMAGE(2:7) IS NUMERIC
118600            MOVE TP-IMG-AMOUNT TO TP-KEYED-AMT
118700        END-IF.
118800    8500-EXIT.
118900        EXIT.
119000
119100******************************************************************
119200*    8800-OPEN-FAILED - A DATASET THE PROOF NEEDS IS MISSING, SO *
119300*    NOTHING CAN BE PROVED AND THE EXTRACT MUST NOT BE RELEASED. *
119400******************************************************************
119500    8800-OPEN-FAILED.
119600        DISPLAY 'SPOJ-PROOF: COULD NOT OPEN ' TP-DSN-WK
119700            ', STATUS = ' TP-STATUS-WK.
119800        MOVE 16 TO RETURN-CODE.
119900        PERFORM 9000-TERMINATE THRU 9000-EXIT.
120000        STOP RUN.
120100    8800-EXIT.
120200        EXIT.
120300
120400    8900-END-LINK.
120500        IF TP-LINK-BAD
120600            ADD 1 TO TP-LINKS-BAD
120700        ELSE
120800            ADD 1 TO TP-LINKS-OK
120900        END-IF.
121000    8900-EXIT.
121100        EXIT.
121200
121300******************************************************************
121400*    9000-TERMINATE - APPEND THE RUN STATISTICS RECORD AND CLOSE *
121500*    THE REPORT.  THE INPUT DATASETS ARE OPENED AND CLOSED BY    *
121600*    THE PARAGRAPHS THAT READ THEM.                              *
121700******************************************************************
121800    9000-TERMINATE.
121900        PERFORM 9500-WRITE-STATS THRU 9500-EXIT.
122000        CLOSE REPORT-FILE.
122100    9000-EXIT.
122200        EXIT.
122300
122400******************************************************************
122500*    9500-WRITE-STATS - APPEND THE STANDARD RUN STATISTICS       *
122600*    RECORD TO THE COMMON JOB-STATISTICS DATASET: THE RECORDS    *
122700*    READ ACROSS EVERY DATASET, THE LINKS IN AND OUT OF BALANCE, *
122800*    AND THE CATEGORY SUMMARY'S NET TOTAL.  A STATS FAILURE IS   *
122900*    REPORTED BUT NEVER FAILS THE BUSINESS STEP.                 *
123000******************************************************************
123100    9500-WRITE-STATS.
123200        OPEN EXTEND STATS-FILE.
123300        IF TP-STATS-STATUS NOT = '00' AND
123400            TP-STATS-STATUS NOT = '05'
123500            DISPLAY 'SPOJ-PROOF: COULD NOT OPEN JOBSTATS, '
123600                'STATUS = ' TP-STATS-STATUS
123700            GO TO 9500-EXIT
123800        END-IF.
123900        MOVE 'PROOF'          TO JS-STAT-STEP.
124000        MOVE TP-READ-COUNT    TO JS-STAT-READ.
124100        MOVE TP-LINKS-OK      TO JS-STAT-WRITTEN.
124200        MOVE TP-LINKS-BAD     TO JS-STAT-REJECTED.
124300        MOVE TP-CATS-TOTAL    TO JS-STAT-TOTAL.
124400        MOVE TP-START-TIME    TO JS-STAT-START.
124500        ACCEPT TP-TIME-WK FROM TIME.
124600        MOVE TP-TIME-WK(1:6)  TO JS-STAT-END.
124700        WRITE JS-STAT-RECORD.
124800        CLOSE STATS-FILE.
124900    9500-EXIT.
125000        EXIT.
