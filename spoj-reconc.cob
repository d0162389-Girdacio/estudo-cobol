001690*    2026-08-22 JM    WRITES THE STANDARD RUN STATISTICS RECORD
001692*                     (SEE JOBSTAT) TO THE COMMON JOBSTATS
001694*                     DATASET AT TERMINATION.
001695*    2026-10-15 JM    A BALANCED BATCH NOW ALSO GETS ONE LINE
001696*                     PER BRANCH: EACH BRANCH WHOSE TRANSMISSION
001697*                     WAS TAKEN, WITH ITS RECORD COUNT AND TOTAL
001698*                     FROM THE CATEGORY SUMMARY (CATSUMM), AND
001699*                     EACH TRANSMISSION THE FRONT-END EDIT HELD
001719*                     BACK (XMITREJ), MARKED NOT TAKEN.
001739******************************************************************
001800    IDENTIFICATION DIVISION.
001900    PROGRAM-ID.    MAIN.
002000
003240        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
003250            ORGANIZATION IS LINE SEQUENTIAL
003260            FILE STATUS IS RC-STATS-STATUS.
003270        SELECT CATSUM-FILE ASSIGN TO "CATSUMM"
003280            ORGANIZATION IS LINE SEQUENTIAL
003290            FILE STATUS IS RC-CATSUM-STATUS.
003292        SELECT OPTIONAL XMREJ-FILE ASSIGN TO "XMITREJ"
003294            ORGANIZATION IS LINE SEQUENTIAL
003296            FILE STATUS IS RC-XMR-STATUS.
003300
003400    DATA DIVISION.
003500    FILE SECTION.
004660    FD  STATS-FILE
004670        LABEL RECORDS ARE STANDARD.
004680    COPY "jobstat.cpy".
004682
004684    FD  CATSUM-FILE
004686        LABEL RECORDS ARE STANDARD.
004688    COPY "socatsum.cpy".
004690
004692    FD  XMREJ-FILE
004694        LABEL RECORDS ARE STANDARD.
004696    COPY "edxmrej.cpy".
004700
004800    WORKING-STORAGE SECTION.
004900    77  RC-AUDIT-STATUS         PIC X(2)  VALUE '00'.
005194    77  RC-START-TIME           PIC 9(6)  VALUE ZERO.
005196    77  RC-TIME-WK              PIC 9(8)  VALUE ZERO.
005198    77  RC-RPT-COUNT            PIC 9(7)  VALUE ZERO.
005199    77  RC-CATSUM-STATUS        PIC X(2)  VALUE '00'.
005219    77  RC-XMR-STATUS           PIC X(2)  VALUE '00'.
005239
005300    77  RC-SOMA-COUNT           PIC 9(5)  VALUE ZERO.
005350    77  RC-SOMA-RESULT          PIC S9(7)V99 SIGN LEADING
005360        SEPARATE VALUE ZERO.
006100        88  RC-AUDIT-EOF                  VALUE 'Y'.
006200    77  RC-PAROUT-EOF-SW        PIC X(1)  VALUE 'N'.
006300        88  RC-PAROUT-EOF                 VALUE 'Y'.
006310    77  RC-CATSUM-EOF-SW        PIC X(1)  VALUE 'N'.
006320        88  RC-CATSUM-EOF                 VALUE 'Y'.
006330    77  RC-XMR-EOF-SW           PIC X(1)  VALUE 'N'.
006340        88  RC-XMR-EOF                    VALUE 'Y'.
006350    77  RC-BR-FOUND-SW          PIC X(1)  VALUE 'N'.
006360        88  RC-BR-FOUND                   VALUE 'Y'.
006370
006372    77  RC-BR-MAX               PIC 9(3)  VALUE 50 COMP.
006374    77  RC-BR-USED              PIC 9(3)  VALUE ZERO COMP.
006376    77  RC-BR-I                 PIC 9(3)  VALUE ZERO COMP.
006378    77  RC-BR-X                 PIC 9(3)  VALUE ZERO COMP.
006380    77  RC-BR-TOTAL-ED          PIC -(8)9.99.
006382
006384    01  RC-BR-TABLE.
006386        05  RC-BR-ENTRY OCCURS 50 TIMES.
006388            10  RC-BR-BRANCH        PIC X(4).
006390            10  RC-BR-COUNT         PIC 9(5).
006392            10  RC-BR-TOTAL         PIC S9(9)V99.
006400
006500    PROCEDURE DIVISION.
006600    0000-MAINLINE.
006950        PERFORM 3500-VERIFY-BATCH THRU 3500-EXIT.
007000        IF RC-BATCH-OK
007010            PERFORM 4000-COMPARE-TOTALS THRU 4000-EXIT
007015            PERFORM 5000-BRANCH-SUBTOTALS THRU 5000-EXIT
007020        END-IF.
007100        PERFORM 9000-TERMINATE THRU 9000-EXIT.
007200        STOP RUN.
022500        END-IF.
022600    4000-EXIT.
022700        EXIT.
022710
022712******************************************************************
022714*    5000-BRANCH-SUBTOTALS - TELL EACH BRANCH WHETHER ITS FILE   *
022716*    WAS TAKEN: ONE LINE PER BRANCH POSTED, WITH ITS RECORD      *
022718*    COUNT AND TOTAL SUMMED OVER ITS CATSUMM CATEGORY RECORDS,   *
022720*    THEN ONE LINE PER TRANSMISSION THE FRONT-END EDIT HELD      *
022722*    BACK.  A MISSING CATSUMM OR XMITREJ ONLY LOSES ITS LINES;   *
022724*    THE BALANCE ABOVE STANDS ON ITS OWN.                        *
022726******************************************************************
022728    5000-BRANCH-SUBTOTALS.
022730        OPEN INPUT CATSUM-FILE.
022732        IF RC-CATSUM-STATUS NOT = '00'
022734            DISPLAY 'SPOJ-RECONC: COULD NOT OPEN CATSUMM, '
022736                'STATUS ' RC-CATSUM-STATUS
022738        ELSE
022740            PERFORM 5100-READ-CATSUM THRU 5100-EXIT
022742                UNTIL RC-CATSUM-EOF
022744            CLOSE CATSUM-FILE
022746            PERFORM 5200-WRITE-ONE-BRANCH THRU 5200-EXIT
022748                VARYING RC-BR-I FROM 1 BY 1
022750                    UNTIL RC-BR-I > RC-BR-USED
022752        END-IF.
022754        OPEN INPUT XMREJ-FILE.
022756        IF RC-XMR-STATUS NOT = '00'
022758            GO TO 5000-EXIT
022760        END-IF.
022762        PERFORM 5300-READ-XMIT-REJECT THRU 5300-EXIT
022764            UNTIL RC-XMR-EOF.
022766        CLOSE XMREJ-FILE.
022768    5000-EXIT.
022770        EXIT.
022772
022774    5100-READ-CATSUM.
022776        READ CATSUM-FILE
022778            AT END
022780                SET RC-CATSUM-EOF TO TRUE
022782            NOT AT END
022784                PERFORM 5110-POST-BRANCH THRU 5110-EXIT
022786        END-READ.
022788    5100-EXIT.
022790        EXIT.
022792
022794    5110-POST-BRANCH.
022796        MOVE 'N' TO RC-BR-FOUND-SW.
022798        MOVE ZERO TO RC-BR-X.
022800        PERFORM 5120-FIND-BRANCH THRU 5120-EXIT
022802            VARYING RC-BR-I FROM 1 BY 1
022804                UNTIL RC-BR-I > RC-BR-USED
022806                    OR RC-BR-FOUND.
022808        IF NOT RC-BR-FOUND
022810            IF RC-BR-USED >= RC-BR-MAX
022812                DISPLAY 'SPOJ-RECONC: MORE BRANCHES IN CATSUMM '
022814                    'THAN THE TABLE HOLDS'
022816                MOVE 16 TO RETURN-CODE
022818                PERFORM 9000-TERMINATE THRU 9000-EXIT
022820                STOP RUN
022822            END-IF
022824            ADD 1 TO RC-BR-USED
022826            MOVE RC-BR-USED TO RC-BR-X
022828            MOVE SO-CATS-BRANCH TO RC-BR-BRANCH(RC-BR-X)
022830            MOVE ZERO TO RC-BR-COUNT(RC-BR-X)
022832            MOVE ZERO TO RC-BR-TOTAL(RC-BR-X)
022834        END-IF.
022836        ADD SO-CATS-COUNT TO RC-BR-COUNT(RC-BR-X).
022838        ADD SO-CATS-TOTAL TO RC-BR-TOTAL(RC-BR-X).
022840    5110-EXIT.
022842        EXIT.
022844
022846    5120-FIND-BRANCH.
022848        IF RC-BR-BRANCH(RC-BR-I) = SO-CATS-BRANCH
022850            SET RC-BR-FOUND TO TRUE
022852            MOVE RC-BR-I TO RC-BR-X
022854        END-IF.
022856    5120-EXIT.
022858        EXIT.
022860
022862    5200-WRITE-ONE-BRANCH.
022864        MOVE RC-BR-TOTAL(RC-BR-I) TO RC-BR-TOTAL-ED.
022866        MOVE SPACES TO RC-RPT-LINE.
022868        STRING RC-STAMP 'BRANCH ' RC-BR-BRANCH(RC-BR-I)
022870            ' TAKEN - RECORDS=' RC-BR-COUNT(RC-BR-I)
022872            ' TOTAL=' RC-BR-TOTAL-ED
022874            DELIMITED BY SIZE INTO RC-RPT-LINE.
022876        WRITE RC-REPORT-RECORD.
022878        ADD 1 TO RC-RPT-COUNT.
022880    5200-EXIT.
022882        EXIT.
022884
022886    5300-READ-XMIT-REJECT.
022888        READ XMREJ-FILE
022890            AT END
022892                SET RC-XMR-EOF TO TRUE
022894            NOT AT END
022896                MOVE SPACES TO RC-RPT-LINE
022898                STRING RC-STAMP 'BRANCH ' ED-XMR-BRANCH
022900                    ' SEQ ' ED-XMR-SEQ
022902                    ' NOT TAKEN - TRANSMISSION REJECTED, REASON '
022904                    ED-XMR-REASON
022906                    DELIMITED BY SIZE INTO RC-RPT-LINE
022908                WRITE RC-REPORT-RECORD
022910                ADD 1 TO RC-RPT-COUNT
022912        END-READ.
022914    5300-EXIT.
022916        EXIT.
022936
022956******************************************************************
023000*    9000-TERMINATE - CLOSE THE AUDIT LOG, THE STRUCTURED        *
023100*    ROUTING OUTPUT, AND THE RECONCILIATION REPORT.              *
023200******************************************************************
