002059*                     TABLE NOW CARRIES ONLY THIS RUN'S OWN
002060*                     POSTINGS AND REVERSAL MARKS, SO THE STEP
002061*                     NO LONGER GROWS WITH THE MASTER.
002062*    2026-10-15 JM    CARRIES THE BRANCH ID THE FRONT-END EDIT
002063*                     STAMPS ON EACH RECORD ONTO ITS AUDIT LINE
002064*                     (A REVERSAL UNDER THE BRANCH THAT SENT
002065*                     IT).  THE CATEGORY SUBTOTALS ARE NOW KEPT
002066*                     PER BRANCH AND CATEGORY, SO CATSUMM HAS
002067*                     ONE RECORD PER BRANCH PER CATEGORY; THE
002068*                     TABLE WAS ENLARGED TO MATCH.
002069*    2026-10-15 JM    A REVERSAL OF A DOCUMENT WHOSE ORIGINAL
002070*                     POSTING DATE FALLS IN A MONTH CLOSED ON THE
002071*                     PERIOD CONTROL FILE (PERCTL) STILL POSTS IN
002072*                     THIS RUN, BUT AS A PRIOR-PERIOD ADJUSTMENT:
002073*                     ITS AUDIT LINE IS MARKED 'P', IT IS SUMMED
002074*                     INTO A SEPARATE CATSUMM RECORD MARKED 'P'
002075*                     FOR THE LEDGER EXTRACT, AND ITS REVERSAL
002076*                     REGISTER LINE SAYS SO.
002077*    2026-10-15 JM    FOREIGN-CURRENCY RECEIPTS.  A FOREIGN
002078*                     POSTING IS CONVERTED TO REAIS AT THE RATE
002079*                     THE FRONT-END EDIT STAMPED ON IT, ROUNDED
002080*                     TO THE CENT, AND THE REAIS AMOUNT IS WHAT
002081*                     POSTS.  THE AUDIT LINE AND THE REFERENCE
002082*                     TABLE CARRY THE CURRENCY, ORIGINAL AMOUNT
002083*                     AND RATE AS WELL.  A REVERSAL BACKS OUT
002084*                     THE REAIS AMOUNT ORIGINALLY POSTED, NOT A
002085*                     RECONVERSION, UNDER THE ORIGINAL'S
002086*                     CURRENCY AND RATE.  TOTALS ARE KEPT PER
002087*                     CURRENCY AND RATE AND WRITTEN AT END OF
002088*                     JOB TO THE NEW CURRENCY SUMMARY (DD/ENV
002089*                     NAME FXSUMM, SEE SOFXSUM) WITH THE FX
002090*                     ROUNDING DIFFERENCE OF EACH.
002091******************************************************************
002100    IDENTIFICATION DIVISION.
002200    PROGRAM-ID.    MAIN.
002300
003596            FILE STATUS IS SO-REF-STATUS.
003597        SELECT REV-RPT ASSIGN TO "REVRPT"
003598            ORGANIZATION IS LINE SEQUENTIAL
003600            FILE STATUS IS SO-REVRPT-STATUS.
003602        SELECT PER-FILE ASSIGN TO "PERCTL"
003604            ORGANIZATION IS LINE SEQUENTIAL
003606            FILE STATUS IS SO-PER-STATUS.
003619        SELECT FXSUM-FILE ASSIGN TO "FXSUMM"
003639            ORGANIZATION IS LINE SEQUENTIAL
003659            FILE STATUS IS SO-FXSUM-STATUS.
003679
003700    DATA DIVISION.
003800    FILE SECTION.
003900    FD  TRANS-FILE
005000    FD  REV-RPT
005002        LABEL RECORDS ARE STANDARD.
005004    COPY "revrpt.cpy".
005005
005006    FD  PER-FILE
005007        LABEL RECORDS ARE STANDARD.
005008    COPY "perctl.cpy".
005010
005016    FD  FXSUM-FILE
005026        LABEL RECORDS ARE STANDARD.
005036    COPY "sofxsum.cpy".
005046
005100    WORKING-STORAGE SECTION.
005200    77  SO-TRANX-STATUS         PIC X(2)  VALUE '00'.
005300    77  SO-AUDIT-STATUS         PIC X(2)  VALUE '00'.
005450    77  SO-STATS-STATUS         PIC X(2)  VALUE '00'.
005452    77  SO-REF-STATUS           PIC X(2)  VALUE '00'.
005454    77  SO-REVRPT-STATUS        PIC X(2)  VALUE '00'.
005456    77  SO-PER-STATUS           PIC X(2)  VALUE '00'.
005458    77  SO-FXSUM-STATUS         PIC X(2)  VALUE '00'.
005460    77  SO-START-TIME           PIC 9(6)  VALUE ZERO.
005470    77  SO-TIME-WK              PIC 9(8)  VALUE ZERO.
005480    77  SO-FINAL-RESULT         PIC S9(7)V99 VALUE ZERO.
007566    77  SO-CAT-FOUND-SW         PIC X(1)  VALUE 'N'.
007568        88  SO-CAT-FOUND                    VALUE 'Y'.
007570
007572    77  SO-CAT-MAX              PIC 9(3)  VALUE 200 COMP.
007574    77  SO-CAT-USED             PIC 9(3)  VALUE ZERO COMP.
007576    77  SO-CAT-I                PIC 9(3)  VALUE ZERO COMP.
007578    77  SO-CAT-X                PIC 9(3)  VALUE ZERO COMP.
007580    77  SO-CATEG-WK             PIC X(4)  VALUE SPACES.
007581    77  SO-BRANCH-WK            PIC X(4)  VALUE SPACES.
007582    77  SO-PRIOR-WK             PIC X(1)  VALUE SPACE.
007583        88  SO-PRIOR-ADJ                    VALUE 'P'.
007584
007585    01  SO-CAT-TABLE.
007586        05  SO-CAT-ENTRY OCCURS 200 TIMES.
007587            10  SO-CAT-BRANCH       PIC X(4).
007588            10  SO-CAT-CODE         PIC X(4).
007590            10  SO-CAT-COUNT        PIC 9(5).
007592            10  SO-CAT-TOTAL        PIC S9(7)V99.
007593            10  SO-CAT-PRIOR-SW     PIC X(1).
007594
007596    77  SO-REF-OPEN-SW          PIC X(1)  VALUE 'N'.
007598        88  SO-REF-OPEN                     VALUE 'Y'.
007619    77  SO-ORIG-BATCH           PIC 9(6)  VALUE ZERO.
007620    77  SO-ORIG-REV-SW          PIC X(1)  VALUE 'N'.
007621        88  SO-ORIG-REVERSED                VALUE 'Y'.
007622    77  SO-ORIG-CURR            PIC X(3)  VALUE SPACES.
007623    77  SO-ORIG-CURR-AMT        PIC S9(7)V99 VALUE ZERO.
007624    77  SO-ORIG-RATE            PIC 9(3)V9(6) VALUE ZERO.
007625
007626    01  SO-REF-TABLE.
007627        05  SO-REF-ENTRY OCCURS 5000 TIMES.
007628            10  SO-RTAB-DOCREF      PIC X(8).
007629            10  SO-RTAB-AMOUNT      PIC S9(5)V99
007630                                    SIGN LEADING SEPARATE.
007631            10  SO-RTAB-CATEG       PIC X(4).
007632            10  SO-RTAB-DATE        PIC 9(8).
007633            10  SO-RTAB-BATCH       PIC 9(6).
007634            10  SO-RTAB-REV-SW      PIC X(1).
007636                88  SO-RTAB-REVERSED       VALUE 'Y'.
007637            10  SO-RTAB-CURR        PIC X(3).
007638            10  SO-RTAB-CURR-AMT    PIC S9(7)V99.
007639            10  SO-RTAB-RATE        PIC 9(3)V9(6).
007640
007641    77  SO-REV-MAX              PIC 9(3)  VALUE 200 COMP.
007642    77  SO-REV-USED             PIC 9(3)  VALUE ZERO COMP.
007644    77  SO-REV-I                PIC 9(3)  VALUE ZERO COMP.
007645    77  SO-REV-CNT-WK           PIC 9(3)  VALUE ZERO.
007656            10  SO-REV-ODATE        PIC 9(8).
007658            10  SO-REV-OBATCH       PIC 9(6).
007660            10  SO-REV-AMOUNT       PIC S9(5)V99.
007662            10  SO-REV-PRIOR-SW     PIC X(1).
007664                88  SO-REV-PRIOR-ADJ       VALUE 'P'.
007666    77  SO-REV-PRIOR-CNT        PIC 9(3)  VALUE ZERO.
007668
007669    77  SO-PER-MAX              PIC 9(3)  VALUE 600 COMP.
007670    77  SO-PER-USED             PIC 9(3)  VALUE ZERO COMP.
007671    77  SO-PER-I                PIC 9(3)  VALUE ZERO COMP.
007672    77  SO-PER-EOF-SW           PIC X(1)  VALUE 'N'.
007673        88  SO-PER-EOF                      VALUE 'Y'.
007674
007675    01  SO-PER-TABLE.
007676        05  SO-PER-MONTH OCCURS 600 TIMES
007677                                PIC 9(6).
007678
007679    77  SO-CURR-WK              PIC X(3)  VALUE SPACES.
007680    77  SO-CURR-AMT-WK          PIC S9(7)V99 VALUE ZERO.
007681    77  SO-RATE-WK              PIC 9(3)V9(6) VALUE ZERO.
007682    77  SO-FX-ROUND-WK          PIC S9(9)V99 VALUE ZERO.
007683    77  SO-FX-MAX               PIC 9(3)  VALUE 100 COMP.
007684    77  SO-FX-USED              PIC 9(3)  VALUE ZERO COMP.
007685    77  SO-FX-I                 PIC 9(3)  VALUE ZERO COMP.
007686    77  SO-FX-X                 PIC 9(3)  VALUE ZERO COMP.
007687    77  SO-FX-FOUND-SW          PIC X(1)  VALUE 'N'.
007688        88  SO-FX-FOUND                     VALUE 'Y'.
007689
007690    01  SO-FX-TABLE.
007691        05  SO-FX-ENTRY OCCURS 100 TIMES.
007692            10  SO-FX-CURR          PIC X(3).
007693            10  SO-FX-RATE          PIC 9(3)V9(6).
007694            10  SO-FX-COUNT         PIC 9(5).
007695            10  SO-FX-ORIG-TOTAL    PIC S9(9)V99.
007696            10  SO-FX-BASE-TOTAL    PIC S9(9)V99.
007697
007700    PROCEDURE DIVISION.
007800    0000-MAINLINE.
007900        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008900        END-IF.
008910        PERFORM 3500-WRITE-CATSUMM THRU 3500-EXIT.
008920        PERFORM 3600-WRITE-REVRPT THRU 3600-EXIT.
008930        PERFORM 3700-WRITE-FXSUMM THRU 3700-EXIT.
008950        SET SO-JOB-COMPLETE TO TRUE.
009000        PERFORM 9000-TERMINATE THRU 9000-EXIT.
009100        STOP RUN.
010700
010750        PERFORM 1050-READ-CONTROL THRU 1050-EXIT.
010755        PERFORM 1060-OPEN-POSTED-REFS THRU 1060-EXIT.
010757        PERFORM 1070-LOAD-CLOSED-PERIODS THRU 1070-EXIT.
010760
010800        PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
010810        IF SO-RESTART-MODE
013848    1060-EXIT.
013850        EXIT.
013852
013854******************************************************************
013856*    1070-LOAD-CLOSED-PERIODS - LOAD EVERY MONTH THE PERIOD      *
013858*    CONTROL FILE SHOWS AS CLOSED.  A REVERSAL WHOSE ORIGINAL    *
013860*    WAS POSTED IN ONE OF THEM IS A PRIOR-PERIOD ADJUSTMENT.  A  *
013862*    REOPENED MONTH IS OPEN AGAIN AND IS NOT LOADED; NO PERCTL   *
013864*    AT ALL MEANS NO MONTH HAS BEEN CLOSED YET.                  *
013866******************************************************************
013868    1070-LOAD-CLOSED-PERIODS.
013870        OPEN INPUT PER-FILE.
013872        IF SO-PER-STATUS NOT = '00'
013874            GO TO 1070-EXIT
013876        END-IF.
013878        PERFORM 1080-LOAD-ONE-PERIOD THRU 1080-EXIT
013880            UNTIL SO-PER-EOF.
013882        CLOSE PER-FILE.
013884    1070-EXIT.
013886        EXIT.
013888
013890    1080-LOAD-ONE-PERIOD.
013892        READ PER-FILE
013894            AT END
013896                SET SO-PER-EOF TO TRUE
013898            NOT AT END
013900                IF PD-PER-CLOSED
013902                    IF SO-PER-USED >= SO-PER-MAX
013904                        DISPLAY 'SPOJ-SOMA: MORE CLOSED PERIODS '
013906                            'THAN THE TABLE HOLDS'
013908                        MOVE 16 TO RETURN-CODE
013910                        CLOSE TRANS-FILE
013912                        CLOSE PER-FILE
013914                        STOP RUN
013916                    END-IF
013918                    ADD 1 TO SO-PER-USED
013920                    MOVE PD-PER-MONTH TO SO-PER-MONTH(SO-PER-USED)
013922                END-IF
013924        END-READ.
013926    1080-EXIT.
013928        EXIT.
013948
013968******************************************************************
014000*    1100-LOAD-CHECKPOINT - IF A CHECKPOINT FILE ALREADY EXISTS, *
014100*    READ IT THROUGH TO ITS LAST RECORD.  RESTART MODE COMES ON  *
014110*    ONLY WHEN THAT LAST RECORD IS A PLAIN CHECKPOINT; A FILE    *
016514                        AND SO-AUDIT-SEQ <=
016515                            SO-SEG-LIMIT(SO-SEG-X)
016516                        MOVE SO-AUDIT-CATEG TO SO-CATEG-WK
016517                        MOVE SO-AUDIT-BRANCH TO SO-BRANCH-WK
016518                        MOVE SO-AUDIT-LINHA TO SO-LINHA
016519                        PERFORM 1215-REBUILD-CURRENCY
016520                            THRU 1215-EXIT
016521                        IF SO-AUDIT-PRIOR-ADJ
016522                            MOVE 'P' TO SO-PRIOR-WK
016523                        ELSE
016524                            MOVE SPACE TO SO-PRIOR-WK
016525                        END-IF
016526                        PERFORM 2300-POST-CATEGORY THRU 2300-EXIT
016527                        PERFORM 2350-POST-CURRENCY THRU 2350-EXIT
016528                        MOVE SO-AUDIT-DOCREF TO SO-DOCREF-WK
016529                        IF SO-AUDIT-REVERSAL
016530                            PERFORM 1220-REBUILD-REVERSAL
016531                                THRU 1220-EXIT
016532                        ELSE
016533                            IF SO-DOCREF-WK NOT = SPACES
016534                                PERFORM 2500-ADD-REF
016535                                    THRU 2500-EXIT
016536                            END-IF
016537                        END-IF
016538                    END-IF
016539                END-IF
016540        END-READ.
016541    1210-EXIT.
016542        EXIT.
016543
016544******************************************************************
016545*    1215-REBUILD-CURRENCY - TAKE THE CURRENCY, ORIGINAL AMOUNT  *
016546*    AND RATE OFF THE AUDIT LINE BEING REPOSTED.  A LINE LOGGED  *
016547*    BEFORE THE AUDIT LOG CARRIED THEM IS A REAIS LINE.          *
016548******************************************************************
016549    1215-REBUILD-CURRENCY.
016550        IF SO-AUDIT-CURR = SPACES
016551            MOVE 'BRL'          TO SO-CURR-WK
016552            MOVE SO-AUDIT-LINHA TO SO-CURR-AMT-WK
016553            MOVE 1              TO SO-RATE-WK
016554        ELSE
016555            MOVE SO-AUDIT-CURR        TO SO-CURR-WK
016556            MOVE SO-AUDIT-ORIG-AMOUNT TO SO-CURR-AMT-WK
016557            MOVE SO-AUDIT-RATE        TO SO-RATE-WK
016558        END-IF.
016559    1215-EXIT.
016560        EXIT.
016561
016562******************************************************************
016563*    1220-REBUILD-REVERSAL - A REVERSAL LINE ALREADY ON THE      *
016564*    AUDIT LOG WAS POSTED BY THE KILLED RUN.  RE-MARK ITS        *
016565*    TARGET REVERSED IN THE REFERENCE TABLE AND RE-NOTE THE      *
016566*    BACK-OUT SO THE END-OF-JOB REVERSAL REGISTER STILL LISTS    *
016567*    IT.  THE POSTED AMOUNT AND CATEGORY COME FROM THE AUDIT     *
016568*    LINE ITSELF, SO THE REGISTER SURVIVES EVEN IF THE TARGET    *
016569*    IS SOMEHOW MISSING FROM THE TABLE.                          *
016570******************************************************************
016571    1220-REBUILD-REVERSAL.
016572        PERFORM 2410-LOOKUP-REF THRU 2410-EXIT.
016573        IF SO-REV-USED >= SO-REV-MAX
016574            DISPLAY 'SPOJ-SOMA: MORE REVERSALS THAN THE '
016575                'REGISTER TABLE HOLDS'
016576            MOVE 16 TO RETURN-CODE
016577            PERFORM 9000-TERMINATE THRU 9000-EXIT
016578            STOP RUN
016579        END-IF.
016580        ADD 1 TO SO-REV-USED.
016581        MOVE SO-DOCREF-WK TO SO-REV-DOCREF(SO-REV-USED).
016582        MOVE SO-LINHA     TO SO-REV-AMOUNT(SO-REV-USED).
016583        MOVE SO-PRIOR-WK  TO SO-REV-PRIOR-SW(SO-REV-USED).
016584        IF SO-REF-FOUND
016585            PERFORM 2430-MARK-REVERSED THRU 2430-EXIT
016586            MOVE SO-ORIG-DATE  TO SO-REV-ODATE(SO-REV-USED)
016587            MOVE SO-ORIG-BATCH TO SO-REV-OBATCH(SO-REV-USED)
016588        ELSE
016589            MOVE ZERO TO SO-REV-ODATE(SO-REV-USED)
016590            MOVE ZERO TO SO-REV-OBATCH(SO-REV-USED)
016591        END-IF.
016592    1220-EXIT.
016593        EXIT.
016594
016600******************************************************************
016700*    1300-SKIP-PROCESSED - DISCARD THE TRANSIN RECORDS ALREADY   *
016800*    REFLECTED IN THE LAST CHECKPOINT SO THE NEXT READ PICKS UP  *
019000*    2000-SOMAR - READ ONE AMOUNT RECORD, POST IT (AN ORDINARY   *
019100*    POSTING ADDS ITS OWN AMOUNT; A REVERSAL ADDS THE EXACT      *
019150*    OPPOSITE OF THE DOCUMENT IT NAMES), LOG IT, AND TAKE A      *
019200*    CHECKPOINT EVERY SO-CHKPT-INTERVAL RECORDS.  A FOREIGN      *
019250*    POSTING IS CONVERTED TO REAIS FIRST.                        *
019300******************************************************************
019400    2000-SOMAR.
019500        READ TRANS-FILE
020000                PERFORM 9000-TERMINATE THRU 9000-EXIT
020100                STOP RUN
020200            NOT AT END
020240                MOVE SO-TRANX-BRANCH TO SO-BRANCH-WK
020250                IF SO-TRANX-REVERSAL
020260                    PERFORM 2400-POST-REVERSAL THRU 2400-EXIT
020270                ELSE
020300                    PERFORM 2050-CONVERT-AMOUNT THRU 2050-EXIT
020400                    COMPUTE SO-RESULT = SO-RESULT + SO-LINHA
020410                    MOVE SO-TRANX-CATEG TO SO-CATEG-WK
020415                    MOVE SPACE TO SO-PRIOR-WK
020420                    PERFORM 2300-POST-CATEGORY THRU 2300-EXIT
020425                    PERFORM 2350-POST-CURRENCY THRU 2350-EXIT
020430                    MOVE SO-TRANX-DOCREF TO SO-DOCREF-WK
020440                    MOVE SPACE TO SO-REVFLAG-WK
020450                    PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT
021200        EXIT.
021300
021400******************************************************************
021402*    2050-CONVERT-AMOUNT - WORK OUT THE POSTING'S AMOUNT IN      *
021404*    REAIS.  A REAIS RECORD POSTS ITS AMOUNT AS KEYED.  A        *
021406*    FOREIGN ONE POSTS ITS ORIGINAL AMOUNT AT THE RATE THE       *
021408*    FRONT-END EDIT STAMPED ON IT, ROUNDED TO THE CENT.  A       *
021410*    FOREIGN RECORD WITH NO USABLE RATE, OR ONE TOO LARGE ONCE   *
021412*    CONVERTED, NEVER PASSED THE EDIT - A FATAL ERROR, THE SAME  *
021414*    WAY AN UNSCREENED REVERSAL IS.                              *
021416******************************************************************
021418    2050-CONVERT-AMOUNT.
021420        IF SO-TRANX-BASE-CURR
021422            MOVE 'BRL'           TO SO-CURR-WK
021424            MOVE SO-TRANX-AMOUNT TO SO-LINHA
021426            MOVE SO-TRANX-AMOUNT TO SO-CURR-AMT-WK
021428            MOVE 1               TO SO-RATE-WK
021430            GO TO 2050-EXIT
021432        END-IF.
021434        IF SO-TRANX-RATE IS NOT NUMERIC
021436            OR SO-TRANX-RATE = ZERO
021438            DISPLAY 'SPOJ-SOMA: ' SO-TRANX-CURR ' POSTING '
021440                SO-TRANX-DOCREF ' CARRIES NO EXCHANGE RATE - '
021442                'TRANSIN WAS NOT EDITED'
021444            MOVE 16 TO RETURN-CODE
021446            PERFORM 9000-TERMINATE THRU 9000-EXIT
021448            STOP RUN
021450        END-IF.
021452        MOVE SO-TRANX-CURR        TO SO-CURR-WK.
021454        MOVE SO-TRANX-ORIG-AMOUNT TO SO-CURR-AMT-WK.
021456        MOVE SO-TRANX-RATE        TO SO-RATE-WK.
021458        COMPUTE SO-LINHA ROUNDED =
021460            SO-TRANX-ORIG-AMOUNT * SO-TRANX-RATE
021462            ON SIZE ERROR
021464                DISPLAY 'SPOJ-SOMA: ' SO-TRANX-CURR ' POSTING '
021466                    SO-TRANX-DOCREF ' TOO LARGE ONCE CONVERTED - '
021468                    'TRANSIN WAS NOT EDITED'
021470                MOVE 16 TO RETURN-CODE
021472                PERFORM 9000-TERMINATE THRU 9000-EXIT
021474                STOP RUN
021476        END-COMPUTE.
021478    2050-EXIT.
021480        EXIT.
021482
021484******************************************************************
021500*    2100-WRITE-AUDIT - APPEND ONE LINE OF THE AUDIT TRAIL:      *
021600*    THE SEQUENCE NUMBER, THE AMOUNT JUST POSTED, THE RUNNING    *
021650*    SUBTOTAL AFTER IT, THE REVERSAL MARK WHERE THE LINE BACKS   *
021700*    A PRIOR DOCUMENT OUT, AND THE CURRENCY, ORIGINAL AMOUNT AND *
021750*    RATE BEHIND THE AMOUNT POSTED.                              *
021800******************************************************************
021900    2100-WRITE-AUDIT.
022000        MOVE SO-I              TO SO-AUDIT-SEQ.
022210        MOVE SO-CATEG-WK       TO SO-AUDIT-CATEG.
022220        MOVE SO-DOCREF-WK      TO SO-AUDIT-DOCREF.
022230        MOVE SO-REVFLAG-WK     TO SO-AUDIT-REV-SW.
022240        MOVE SO-BRANCH-WK      TO SO-AUDIT-BRANCH.
022250        MOVE SO-CURR-WK        TO SO-AUDIT-CURR.
022260        MOVE SO-CURR-AMT-WK    TO SO-AUDIT-ORIG-AMOUNT.
022270        MOVE SO-RATE-WK        TO SO-AUDIT-RATE.
022300        WRITE SO-AUDIT-RECORD.
022400    2100-EXIT.
022500        EXIT.
023605
023610******************************************************************
023615*    2300-POST-CATEGORY - ADD THE AMOUNT JUST ACCEPTED INTO ITS  *
023620*    BRANCH AND CATEGORY'S SUBTOTAL, OPENING A NEW TABLE ENTRY   *
023625*    THE FIRST TIME THE PAIR IS SEEN.  A BATCH WITH MORE PAIRS   *
023630*    THAN THE TABLE HOLDS IS A FATAL ERROR, THE SAME WAY A       *
023635*    SHORT TRANSIN IS.                                           *
023640******************************************************************
023676            END-IF
023678            ADD 1 TO SO-CAT-USED
023680            MOVE SO-CAT-USED TO SO-CAT-X
023681            MOVE SO-BRANCH-WK TO SO-CAT-BRANCH(SO-CAT-X)
023682            MOVE SO-CATEG-WK TO SO-CAT-CODE(SO-CAT-X)
023683            MOVE SO-PRIOR-WK TO SO-CAT-PRIOR-SW(SO-CAT-X)
023684            MOVE ZERO TO SO-CAT-COUNT(SO-CAT-X)
023686            MOVE ZERO TO SO-CAT-TOTAL(SO-CAT-X)
023688        END-IF.
023696
023697    2310-FIND-CATEGORY.
023698        IF SO-CAT-CODE(SO-CAT-I) = SO-CATEG-WK
023699            AND SO-CAT-BRANCH(SO-CAT-I) = SO-BRANCH-WK
023700            AND SO-CAT-PRIOR-SW(SO-CAT-I) = SO-PRIOR-WK
023701            SET SO-CAT-FOUND TO TRUE
023702            MOVE SO-CAT-I TO SO-CAT-X
023703        END-IF.
023704    2310-EXIT.
023705        EXIT.
023706
023707******************************************************************
023708*    2350-POST-CURRENCY - ADD THE LINE JUST POSTED INTO THE      *
023709*    TOTALS FOR ITS CURRENCY AND RATE: THE ORIGINAL-CURRENCY     *
023710*    AMOUNT AND THE REAIS AMOUNT.  A BATCH WITH MORE CURRENCY    *
023711*    AND RATE PAIRS THAN THE TABLE HOLDS IS A FATAL ERROR.       *
023712******************************************************************
023713    2350-POST-CURRENCY.
023714        MOVE 'N' TO SO-FX-FOUND-SW.
023715        MOVE ZERO TO SO-FX-X.
023716        PERFORM 2360-FIND-CURRENCY THRU 2360-EXIT
023717            VARYING SO-FX-I FROM 1 BY 1
023718                UNTIL SO-FX-I > SO-FX-USED
023719                    OR SO-FX-FOUND.
023720        IF NOT SO-FX-FOUND
023721            IF SO-FX-USED >= SO-FX-MAX
023722                DISPLAY 'SPOJ-SOMA: MORE CURRENCIES AND RATES IN '
023723                    'TRANSIN THAN THE CURRENCY TABLE HOLDS'
023724                MOVE 16 TO RETURN-CODE
023725                PERFORM 9000-TERMINATE THRU 9000-EXIT
023726                STOP RUN
023727            END-IF
023728            ADD 1 TO SO-FX-USED
023729            MOVE SO-FX-USED TO SO-FX-X
023730            MOVE SO-CURR-WK TO SO-FX-CURR(SO-FX-X)
023731            MOVE SO-RATE-WK TO SO-FX-RATE(SO-FX-X)
023732            MOVE ZERO TO SO-FX-COUNT(SO-FX-X)
023733            MOVE ZERO TO SO-FX-ORIG-TOTAL(SO-FX-X)
023734            MOVE ZERO TO SO-FX-BASE-TOTAL(SO-FX-X)
023735        END-IF.
023736        ADD 1 TO SO-FX-COUNT(SO-FX-X).
023737        ADD SO-CURR-AMT-WK TO SO-FX-ORIG-TOTAL(SO-FX-X).
023738        ADD SO-LINHA TO SO-FX-BASE-TOTAL(SO-FX-X).
023739    2350-EXIT.
023740        EXIT.
023741
023742    2360-FIND-CURRENCY.
023743        IF SO-FX-CURR(SO-FX-I) = SO-CURR-WK
023744            AND SO-FX-RATE(SO-FX-I) = SO-RATE-WK
023745            SET SO-FX-FOUND TO TRUE
023746            MOVE SO-FX-I TO SO-FX-X
023747        END-IF.
023748    2360-EXIT.
023749        EXIT.
023750
023751******************************************************************
023752*    2400-POST-REVERSAL - LOOK THE NAMED DOCUMENT UP IN THE      *
023753*    REFERENCE TABLE, POST THE EXACT OPPOSITE OF ITS ORIGINAL    *
023754*    AMOUNT UNDER ITS ORIGINAL CATEGORY, MARK IT REVERSED, LOG   *
023755*    THE AUDIT LINE WITH THE REVERSAL MARK, AND NOTE THE         *
023760*    BACK-OUT FOR THE END-OF-JOB REVERSAL REGISTER.  SPOJ-DUPCK  *
023770*    DIVERTS REVERSALS OF UNPOSTED OR ALREADY-REVERSED           *
023780*    DOCUMENTS TO SUSPENSE BEFORE THIS STEP, SO ONE REACHING     *
023790*    HERE MEANS TRANSIN WAS NOT SCREENED - A FATAL ERROR, THE    *
023800*    SAME WAY A SHORT TRANSIN IS.  AN ORIGINAL POSTED IN A       *
023802*    MONTH SINCE CLOSED IS BACKED OUT IN THIS RUN ALL THE SAME,  *
023804*    MARKED AS A PRIOR-PERIOD ADJUSTMENT.  A FOREIGN ORIGINAL IS *
023806*    BACKED OUT AT THE REAIS AMOUNT IT POSTED, UNDER ITS OWN     *
023808*    CURRENCY AND RATE, WHATEVER THE RATE IS TODAY.              *
023810******************************************************************
023820    2400-POST-REVERSAL.
023830        MOVE SO-TRANX-DOCREF TO SO-DOCREF-WK.
023920            STOP RUN
023930        END-IF.
023940        COMPUTE SO-LINHA = 0 - SO-ORIG-AMOUNT.
023941        IF SO-ORIG-CURR = SPACES
023942            MOVE 'BRL'    TO SO-CURR-WK
023943            MOVE SO-LINHA TO SO-CURR-AMT-WK
023944            MOVE 1        TO SO-RATE-WK
023945        ELSE
023946            MOVE SO-ORIG-CURR TO SO-CURR-WK
023947            COMPUTE SO-CURR-AMT-WK = 0 - SO-ORIG-CURR-AMT
023948            MOVE SO-ORIG-RATE TO SO-RATE-WK
023949        END-IF.
023950        COMPUTE SO-RESULT = SO-RESULT + SO-LINHA.
023960        MOVE SO-ORIG-CATEG TO SO-CATEG-WK.
023965        PERFORM 2440-CHECK-PRIOR-PERIOD THRU 2440-EXIT.
023970        PERFORM 2300-POST-CATEGORY THRU 2300-EXIT.
023975        PERFORM 2350-POST-CURRENCY THRU 2350-EXIT.
023980        PERFORM 2430-MARK-REVERSED THRU 2430-EXIT.
023990        PERFORM 2450-ADD-REGISTER THRU 2450-EXIT.
024000        IF SO-PRIOR-ADJ
024002            MOVE 'P' TO SO-REVFLAG-WK
024004        ELSE
024006            MOVE 'R' TO SO-REVFLAG-WK
024008        END-IF.
024010        PERFORM 2100-WRITE-AUDIT THRU 2100-EXIT.
024020    2400-EXIT.
024030        EXIT.
024060*    2410-LOOKUP-REF - FIND THE WORK REFERENCE'S ORIGINAL        *
024070*    POSTING: FIRST AMONG THIS RUN'S OWN POSTINGS IN THE TABLE,  *
024080*    THEN BY KEY ON THE POSTED-REFERENCES MASTER.  THE ORIGINAL  *
024085*    AMOUNT, CATEGORY, DATE, BATCH, REVERSED STATE, CURRENCY,    *
024090*    ORIGINAL-CURRENCY AMOUNT AND RATE COME BACK IN THE SO-ORIG  *
024100*    WORK FIELDS; SO-REF-X IS THE TABLE ENTRY WHEN THE TABLE     *
024110*    SUPPLIED THEM, ZERO WHEN THE MASTER DID.                    *
024130******************************************************************
024140    2410-LOOKUP-REF.
024150        MOVE 'N' TO SO-REF-FOUND-SW.
024240            MOVE SO-RTAB-DATE(SO-REF-X)   TO SO-ORIG-DATE
024250            MOVE SO-RTAB-BATCH(SO-REF-X)  TO SO-ORIG-BATCH
024260            MOVE SO-RTAB-REV-SW(SO-REF-X) TO SO-ORIG-REV-SW
024262            MOVE SO-RTAB-CURR(SO-REF-X)   TO SO-ORIG-CURR
024264            MOVE SO-RTAB-CURR-AMT(SO-REF-X) TO SO-ORIG-CURR-AMT
024266            MOVE SO-RTAB-RATE(SO-REF-X)   TO SO-ORIG-RATE
024270            GO TO 2410-EXIT
024280        END-IF.
024290        IF NOT SO-REF-OPEN
024400                MOVE DK-REF-DATE   TO SO-ORIG-DATE
024410                MOVE DK-REF-BATCH  TO SO-ORIG-BATCH
024420                MOVE DK-REF-REV-SW TO SO-ORIG-REV-SW
024421                MOVE DK-REF-CURR   TO SO-ORIG-CURR
024422                IF SO-ORIG-CURR NOT = SPACES
024423                    MOVE DK-REF-ORIG-AMOUNT TO SO-ORIG-CURR-AMT
024424                    MOVE DK-REF-RATE        TO SO-ORIG-RATE
024425                END-IF
024430        END-READ.
024440    2410-EXIT.
024450        EXIT.
024780        MOVE SO-ORIG-DATE    TO SO-RTAB-DATE(SO-REF-USED).
024790        MOVE SO-ORIG-BATCH   TO SO-RTAB-BATCH(SO-REF-USED).
024800        MOVE 'Y'             TO SO-RTAB-REV-SW(SO-REF-USED).
024802        MOVE SO-ORIG-CURR    TO SO-RTAB-CURR(SO-REF-USED).
024804        MOVE SO-ORIG-CURR-AMT TO SO-RTAB-CURR-AMT(SO-REF-USED).
024806        MOVE SO-ORIG-RATE    TO SO-RTAB-RATE(SO-REF-USED).
024810    2430-EXIT.
024820        EXIT.
024830
024832******************************************************************
024834*    2440-CHECK-PRIOR-PERIOD - A BACK-OUT IS A PRIOR-PERIOD      *
024836*    ADJUSTMENT WHEN THE MONTH OF THE ORIGINAL POSTING DATE IS   *
024838*    ONE OF THE CLOSED MONTHS LOADED FROM PERCTL.                *
024840******************************************************************
024842    2440-CHECK-PRIOR-PERIOD.
024844        MOVE SPACE TO SO-PRIOR-WK.
024846        PERFORM 2445-MATCH-PERIOD THRU 2445-EXIT
024848            VARYING SO-PER-I FROM 1 BY 1
024850                UNTIL SO-PER-I > SO-PER-USED
024852                    OR SO-PRIOR-ADJ.
024854    2440-EXIT.
024856        EXIT.
024858
024860    2445-MATCH-PERIOD.
024862        IF SO-PER-MONTH(SO-PER-I) = SO-ORIG-DATE(1:6)
024864            MOVE 'P' TO SO-PRIOR-WK
024866        END-IF.
024868    2445-EXIT.
024870        EXIT.
024872
024873******************************************************************
024874*    2450-ADD-REGISTER - NOTE ONE BACK-OUT FOR THE END-OF-JOB    *
024875*    REVERSAL REGISTER: THE DOCUMENT REFERENCE, THE RUN DATE     *
024876*    AND BATCH THAT POSTED THE ORIGINAL, AND THE AMOUNT BACKED   *
024880*    OUT, AND WHETHER IT IS A PRIOR-PERIOD ADJUSTMENT.           *
024890******************************************************************
024900    2450-ADD-REGISTER.
024910        IF SO-REV-USED >= SO-REV-MAX
025000        MOVE SO-ORIG-DATE  TO SO-REV-ODATE(SO-REV-USED).
025010        MOVE SO-ORIG-BATCH TO SO-REV-OBATCH(SO-REV-USED).
025020        MOVE SO-LINHA      TO SO-REV-AMOUNT(SO-REV-USED).
025025        MOVE SO-PRIOR-WK   TO SO-REV-PRIOR-SW(SO-REV-USED).
025030    2450-EXIT.
025040        EXIT.
025050
025060******************************************************************
025070*    2500-ADD-REF - POST THE DOCUMENT JUST ACCEPTED TO THE       *
025080*    REFERENCE TABLE SO A REVERSAL LATER IN THE SAME RUN CAN     *
025090*    FIND ITS ORIGINAL AMOUNT, CATEGORY, CURRENCY AND RATE.      *
025100******************************************************************
025110    2500-ADD-REF.
025120        IF SO-REF-USED >= SO-REF-MAX
025230        MOVE SO-RUN-DATE     TO SO-RTAB-DATE(SO-REF-USED).
025240        MOVE SO-BATCH-NUMBER TO SO-RTAB-BATCH(SO-REF-USED).
025250        MOVE 'N'             TO SO-RTAB-REV-SW(SO-REF-USED).
025252        MOVE SO-CURR-WK      TO SO-RTAB-CURR(SO-REF-USED).
025254        MOVE SO-CURR-AMT-WK  TO SO-RTAB-CURR-AMT(SO-REF-USED).
025256        MOVE SO-RATE-WK      TO SO-RTAB-RATE(SO-REF-USED).
025260    2500-EXIT.
025270        EXIT.
025280
025550
025560******************************************************************
025570*    3500-WRITE-CATSUMM - WRITE ONE CATEGORY SUMMARY RECORD PER  *
025580*    BRANCH AND CATEGORY SEEN, IN FIRST-SEEN ORDER, EACH         *
025590*    CARRYING ITS RECORD COUNT AND SIGNED TOTAL.                 *
025600******************************************************************
025610    3500-WRITE-CATSUMM.
025620        PERFORM 3510-WRITE-ONE-CAT THRU 3510-EXIT
025690        MOVE SO-CAT-CODE(SO-CAT-I)  TO SO-CATS-CODE.
025700        MOVE SO-CAT-COUNT(SO-CAT-I) TO SO-CATS-COUNT.
025710        MOVE SO-CAT-TOTAL(SO-CAT-I) TO SO-CATS-TOTAL.
025715        MOVE SO-CAT-BRANCH(SO-CAT-I) TO SO-CATS-BRANCH.
025717        MOVE SO-CAT-PRIOR-SW(SO-CAT-I) TO SO-CATS-PRIOR-SW.
025720        WRITE SO-CATS-RECORD.
025730    3510-EXIT.
025740        EXIT.
025780*    PER BACK-OUT POSTED THIS RUN, EACH CARRYING THE DOCUMENT    *
025790*    REFERENCE, THE BATCH AND RUN DATE THAT POSTED THE ORIGINAL  *
025800*    DOCUMENT, AND THE AMOUNT BACKED OUT, CLOSED BY A COUNT      *
025810*    LINE.  A BACK-OUT OF A DOCUMENT POSTED IN A CLOSED MONTH IS *
025812*    MARKED AS A PRIOR-PERIOD ADJUSTMENT AND COUNTED SEPARATELY  *
025814*    ON THE COUNT LINE AS WELL.                                  *
025816*    THE REGISTER IS REWRITTEN WHOLE AT END OF JOB, SO A         *
025820*    RESTARTED RUN (WHICH RE-NOTES ITS EARLIER BACK-OUTS FROM    *
025830*    THE AUDIT LOG) STILL LISTS EVERY REVERSAL ONCE.             *
025840******************************************************************
026010        MOVE SPACES TO RV-RPT-LINE.
026020        MOVE SO-REV-USED TO SO-REV-CNT-WK.
026030        STRING 'REVERSALS POSTED=' SO-REV-CNT-WK
026035            ' PRIOR-PERIOD ADJUSTMENTS=' SO-REV-PRIOR-CNT
026040            DELIMITED BY SIZE INTO RV-RPT-LINE.
026050        WRITE RV-REPORT-RECORD.
026060        CLOSE REV-RPT.
026150            ' ORIG DATE=' SO-REV-ODATE(SO-REV-I)
026160            ' BACKED OUT=' SO-REV-AMOUNT-ED
026170            DELIMITED BY SIZE INTO RV-RPT-LINE.
026175        IF SO-REV-PRIOR-ADJ(SO-REV-I)
026176            MOVE ' PRIOR-PERIOD ADJUSTMENT' TO RV-RPT-LINE(74:24)
026177            ADD 1 TO SO-REV-PRIOR-CNT
026178        END-IF.
026180        WRITE RV-REPORT-RECORD.
026190    3610-EXIT.
026200        EXIT.
026210
026211******************************************************************
026212*    3700-WRITE-FXSUMM - WRITE ONE CURRENCY SUMMARY RECORD PER   *
026213*    CURRENCY AND RATE POSTED, IN FIRST-SEEN ORDER, EACH         *
026214*    CARRYING ITS RECORD COUNT, ITS ORIGINAL-CURRENCY AND REAIS  *
026215*    TOTALS, AND ITS FX ROUNDING DIFFERENCE: THE ORIGINAL TOTAL  *
026216*    CONVERTED IN ONE STEP LESS THE REAIS TOTAL ACTUALLY POSTED  *
026217*    LINE BY LINE.  LIKE THE REVERSAL REGISTER IT IS WRITTEN     *
026218*    WHOLE AT END OF JOB, SO A RESTARTED RUN STILL COUNTS EVERY  *
026219*    LINE ONCE.                                                  *
026220******************************************************************
026221    3700-WRITE-FXSUMM.
026222        OPEN OUTPUT FXSUM-FILE.
026223        IF SO-FXSUM-STATUS NOT = '00'
026224            DISPLAY 'SPOJ-SOMA: COULD NOT OPEN FXSUMM, STATUS = '
026225                SO-FXSUM-STATUS
026226            MOVE 16 TO RETURN-CODE
026227            GO TO 3700-EXIT
026228        END-IF.
026229        PERFORM 3710-WRITE-ONE-FX THRU 3710-EXIT
026230            VARYING SO-FX-I FROM 1 BY 1
026231                UNTIL SO-FX-I > SO-FX-USED.
026232        CLOSE FXSUM-FILE.
026233    3700-EXIT.
026234        EXIT.
026235
026236    3710-WRITE-ONE-FX.
026237        MOVE SO-FX-CURR(SO-FX-I)       TO SO-FXS-CURR.
026238        MOVE SO-FX-RATE(SO-FX-I)       TO SO-FXS-RATE.
026239        MOVE SO-FX-COUNT(SO-FX-I)      TO SO-FXS-COUNT.
026240        MOVE SO-FX-ORIG-TOTAL(SO-FX-I) TO SO-FXS-ORIG-TOTAL.
026241        MOVE SO-FX-BASE-TOTAL(SO-FX-I) TO SO-FXS-BASE-TOTAL.
026242        COMPUTE SO-FX-ROUND-WK ROUNDED =
026243            SO-FX-ORIG-TOTAL(SO-FX-I) * SO-FX-RATE(SO-FX-I).
026244        COMPUTE SO-FXS-ROUNDING =
026245            SO-FX-ROUND-WK - SO-FX-BASE-TOTAL(SO-FX-I).
026246        WRITE SO-FXS-RECORD.
026247    3710-EXIT.
026248        EXIT.
026249
026250******************************************************************
026251*    9000-TERMINATE - IF THE JOB RAN TO COMPLETION, WRITE AN     *
026252*    'E' MARKER AS THE LAST CHECKPOINT RECORD SO THE NEXT RUN    *
026253*    TREATS THIS AS A FINISHED BATCH, NOT A RESTART.  THEN CLOSE *
026260*    THE TRANSACTION DATASET, THE AUDIT LOG, AND THE CHECKPOINT  *
026270*    FILE.                                                       *
026280******************************************************************
