002618*                     MISSING OR DISAGREES, BEFORE ANYTHING
002619*                     REACHES THE DUPLICATE CHECK.  TRAILER
002620*                     RECORDS ARE DROPPED FROM TRANSVAL.
002621*    2026-10-15 JM    TRANSIN MAY NOW CARRY SEVERAL BRANCH
002622*                     TRANSMISSIONS, EACH OPENED BY A 'B' BRANCH
002623*                     HEADER (SEE SOTRANX).  EACH TRANSMISSION'S
002624*                     TRAILER IS BALANCED ON ITS OWN; ONE THAT
002625*                     DOES NOT BALANCE IS HELD BACK WHOLE AND
002626*                     LISTED ON THE NEW REJECTED-TRANSMISSION
002627*                     DATASET (DD/ENV NAME XMITREJ) AND THE EDIT
002628*                     REPORT, AND THE OTHERS ARE RELEASED.  A
002629*                     REJECTED TRANSMISSION NOW ENDS THE STEP
002630*                     WITH RETURN CODE 4 INSTEAD OF 16.  RECORD
002631*                     REJECTS ARE WRITTEN ON THE SECOND PASS SO
002632*                     EDITREJ CARRIES ONLY RELEASED
002633*                     TRANSMISSIONS' REJECTS.  EVERY RELEASED OR
002634*                     REJECTED AMOUNT RECORD IS STAMPED WITH THE
002635*                     BRANCH ID OF ITS HEADER.  A TRANSIN THAT
002636*                     STARTS WITH THE OLD COUNT RECORD IS STILL
002637*                     TAKEN AS ONE TRANSMISSION WITH A BLANK
002638*                     BRANCH, ITS COUNT RECORD BALANCED LIKE THE
002639*                     TRAILER.
002640*    2026-10-15 JM    WIDENED THE VALIDATED AND REJECT RECORD
002641*                     IMAGES FOR THE KEYER ID THE BRANCHES NOW
002642*                     SEND ON EVERY AMOUNT RECORD.  IT IS
002643*                     CARRIED THROUGH AS RECEIVED.
002645*    2026-10-15 JM    FOREIGN-CURRENCY RECEIPTS (SEE SOTRANX).
002647*                     THE EXCHANGE-RATE MASTER (DD/ENV NAME
002649*                     RATEMST) IS LOADED AT STARTUP AND A
002651*                     FOREIGN POSTING IS REJECTED WHEN ITS
002653*                     CURRENCY IS NOT ON THE MASTER (REASON 06),
002655*                     HAS NO RATE IN EFFECT ON THE RUN DATE
002657*                     (07), OR ITS AMOUNTS ARE UNUSABLE (08).
002659*                     AN ACCEPTED FOREIGN POSTING IS RELEASED
002661*                     WITH THE RATE STAMPED ON IT.  THE RECEIVED
002663*                     AND RELEASED HASH TOTALS NOW ADD THE
002665*                     AMOUNT AS KEYED - THE ORIGINAL AMOUNT ON A
002667*                     FOREIGN RECORD - AS THE TRAILER DOES.
002669******************************************************************
002700    IDENTIFICATION DIVISION.
002800    PROGRAM-ID.    MAIN.
002900
004470        SELECT CTL-FILE ASSIGN TO "BATCHCTL"
004480            ORGANIZATION IS LINE SEQUENTIAL
004490            FILE STATUS IS ED-CTL-STATUS.
004492        SELECT XMREJ-FILE ASSIGN TO "XMITREJ"
004494            ORGANIZATION IS LINE SEQUENTIAL
004496            FILE STATUS IS ED-XMR-STATUS.
004497        SELECT RATE-FILE ASSIGN TO "RATEMST"
004498            ORGANIZATION IS LINE SEQUENTIAL
004499            FILE STATUS IS ED-RATE-STATUS.
004500
004600    DATA DIVISION.
004700    FILE SECTION.
005100
005200    FD  VALID-FILE
005300        LABEL RECORDS ARE STANDARD.
005400    01  ED-VALID-RECORD             PIC X(55).
005500
005600    FD  REJECT-FILE
005700        LABEL RECORDS ARE STANDARD.
006292    FD  CTL-FILE
006294        LABEL RECORDS ARE STANDARD.
006296    COPY "jobctl.cpy".
006297
006298    FD  XMREJ-FILE
006299        LABEL RECORDS ARE STANDARD.
006304    COPY "edxmrej.cpy".
006309
006320    FD  RATE-FILE
006340        LABEL RECORDS ARE STANDARD.
006360    COPY "ratemst.cpy".
006380
006400    WORKING-STORAGE SECTION.
006500    77  ED-TRANX-STATUS         PIC X(2)  VALUE '00'.
006600    77  ED-VALID-STATUS         PIC X(2)  VALUE '00'.
006810    77  ED-STATS-STATUS         PIC X(2)  VALUE '00'.
006812    77  ED-CAT-STATUS           PIC X(2)  VALUE '00'.
006814    77  ED-CTL-STATUS           PIC X(2)  VALUE '00'.
006815    77  ED-XMR-STATUS           PIC X(2)  VALUE '00'.
006816    77  ED-RATE-STATUS          PIC X(2)  VALUE '00'.
006817    77  ED-BATCH-NUMBER         PIC 9(6)  VALUE ZERO.
006818    77  ED-RUN-DATE             PIC 9(8)  VALUE ZERO.
006820    77  ED-START-TIME           PIC 9(6)  VALUE ZERO.
006830    77  ED-TIME-WK              PIC 9(8)  VALUE ZERO.
007400    77  ED-HASH-TOTAL           PIC S9(9)V99 VALUE ZERO.
007500    77  ED-HASH-TOTAL-ED        PIC -(8)9.99.
007600    77  ED-REASON               PIC X(2)  VALUE SPACES.
007610    77  ED-HELD-COUNT           PIC 9(5)  VALUE ZERO.
007620    77  ED-XMIT-ACC-COUNT       PIC 9(3)  VALUE ZERO.
007630    77  ED-XMIT-REJ-COUNT       PIC 9(3)  VALUE ZERO.
007640
007650    77  ED-CUR-BRANCH           PIC X(4)  VALUE SPACES.
007660    77  ED-CUR-SEQ              PIC 9(5)  VALUE ZERO.
007670    77  ED-CUR-RCV-COUNT        PIC 9(5)  VALUE ZERO.
007680    77  ED-CUR-VALID-COUNT      PIC 9(5)  VALUE ZERO.
007690    77  ED-CUR-REJECT-COUNT     PIC 9(5)  VALUE ZERO.
007692    77  ED-CUR-VALID-HASH       PIC S9(9)V99 VALUE ZERO.
007694    77  ED-CUR-REASON           PIC X(2)  VALUE SPACES.
007696    77  ED-FAIL-REASON          PIC X(2)  VALUE SPACES.
007700
007800    77  ED-TRANX-EOF-SW         PIC X(1)  VALUE 'N'.
007900        88  ED-TRANX-EOF                   VALUE 'Y'.
008746        88  ED-BAL-BAD                     VALUE 'N'.
008747    77  ED-RCAT-FOUND-SW        PIC X(1)  VALUE 'N'.
008748        88  ED-RCAT-FOUND                  VALUE 'Y'.
008749    77  ED-LEGACY-SW            PIC X(1)  VALUE 'N'.
008750        88  ED-LEGACY-XMIT                 VALUE 'Y'.
008751    77  ED-XMIT-OPEN-SW         PIC X(1)  VALUE 'N'.
008752        88  ED-XMIT-OPEN                   VALUE 'Y'.
008753
008754    77  ED-TRLR-COUNT           PIC 9(5)  VALUE ZERO.
008755    77  ED-TRLR-HASH            PIC S9(9)V99 VALUE ZERO.
008756    77  ED-RCV-HASH             PIC S9(9)V99 VALUE ZERO.
008757    77  ED-TRLR-HASH-ED         PIC -(8)9.99.
008758    77  ED-RCV-HASH-ED          PIC -(8)9.99.
008759    77  ED-RCAT-MAX             PIC 9(2)  VALUE 20 COMP.
008760    77  ED-RCAT-USED            PIC 9(2)  VALUE ZERO COMP.
008761    77  ED-RCAT-I               PIC 9(2)  VALUE ZERO COMP.
008762    77  ED-RCAT-X               PIC 9(2)  VALUE ZERO COMP.
008763    77  ED-RCAT-CATEG-WK        PIC X(4)  VALUE SPACES.
008764
008765    01  ED-RCAT-TABLE.
008766        05  ED-RCAT-ENTRY OCCURS 20 TIMES.
008767            10  ED-RCAT-CATEG       PIC X(4).
008768            10  ED-RCAT-RCV-COUNT   PIC 9(5).
008769            10  ED-RCAT-TRLR-COUNT  PIC 9(5).
008770            10  ED-RCAT-TRLR-SW     PIC X(1).
008771                88  ED-RCAT-ON-TRAILER     VALUE 'Y'.
008772
008773    77  ED-XMIT-MAX             PIC 9(3)  VALUE 50 COMP.
008774    77  ED-XMIT-USED            PIC 9(3)  VALUE ZERO COMP.
008775    77  ED-XMIT-X               PIC 9(3)  VALUE ZERO COMP.
008776
008777    01  ED-XMIT-TABLE.
008778        05  ED-XMIT-ENTRY OCCURS 50 TIMES.
008779            10  ED-XMIT-BRANCH      PIC X(4).
008780            10  ED-XMIT-SEQ         PIC 9(5).
008781            10  ED-XMIT-ACCEPT-SW   PIC X(1).
008782                88  ED-XMIT-ACCEPTED       VALUE 'Y'.
008783
008784    77  ED-CATM-MAX             PIC 9(3)  VALUE 100 COMP.
008785    77  ED-CATM-USED            PIC 9(3)  VALUE ZERO COMP.
008786    77  ED-CATM-I               PIC 9(3)  VALUE ZERO COMP.
008790    77  ED-CATM-X               PIC 9(3)  VALUE ZERO COMP.
008792
008794    01  ED-CATM-TABLE.
008798            10  ED-CATM-EFF-FROM    PIC 9(8).
008799            10  ED-CATM-EFF-TO      PIC 9(8).
008800
008805    77  ED-RATE-MAX             PIC 9(3)  VALUE 200 COMP.
008810    77  ED-RATE-USED            PIC 9(3)  VALUE ZERO COMP.
008815    77  ED-RATE-I               PIC 9(3)  VALUE ZERO COMP.
008820    77  ED-RATE-X               PIC 9(3)  VALUE ZERO COMP.
008825    77  ED-RATE-EOF-SW          PIC X(1)  VALUE 'N'.
008830        88  ED-RATE-EOF                    VALUE 'Y'.
008835    77  ED-CURR-FOUND-SW        PIC X(1)  VALUE 'N'.
008840        88  ED-CURR-FOUND                  VALUE 'Y'.
008845    77  ED-RATE-FOUND-SW        PIC X(1)  VALUE 'N'.
008850        88  ED-RATE-FOUND                  VALUE 'Y'.
008855    77  ED-BASE-WK              PIC S9(5)V99 VALUE ZERO.
008860
008865    01  ED-RATE-TABLE.
008870        05  ED-RATE-ENTRY OCCURS 200 TIMES.
008875            10  ED-RATE-CURR        PIC X(3).
008880            10  ED-RATE-EFF-FROM    PIC 9(8).
008885            10  ED-RATE-EFF-TO      PIC 9(8).
008890            10  ED-RATE-VALUE       PIC 9(3)V9(6).
008895
008900    PROCEDURE DIVISION.
009000    0000-MAINLINE.
009100        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009200        PERFORM 2000-EDIT-PASS THRU 2000-EXIT.
009300        IF ED-COUNT-OK
009400            PERFORM 3000-COPY-PASS THRU 3000-EXIT
009500        END-IF.
009600        PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
009900
010000******************************************************************
010100*    1000-INITIALIZE - OPEN THE RAW TRANSACTION DATASET FOR      *
010200*    INPUT AND THE VALIDATED, REJECT, REJECTED-TRANSMISSION,     *
010300*    AND REPORT DATASETS FOR OUTPUT.                             *
010400******************************************************************
010500    1000-INITIALIZE.
010520        ACCEPT ED-TIME-WK FROM TIME.
011300        OPEN OUTPUT VALID-FILE.
011400        OPEN OUTPUT REJECT-FILE.
011500        OPEN OUTPUT REPORT-FILE.
011510        OPEN OUTPUT XMREJ-FILE.
011600        IF ED-VALID-STATUS NOT = '00'
011700            OR ED-REJ-STATUS NOT = '00'
011800            OR ED-RPT-STATUS NOT = '00'
011810            OR ED-XMR-STATUS NOT = '00'
011900            DISPLAY 'SPOJ-EDIT: COULD NOT OPEN TRANSVAL/EDITREJ/'
012000                'EDITRPT/XMITREJ'
012100            MOVE 16 TO RETURN-CODE
012200            CLOSE TRANS-FILE
012300            STOP RUN
012400        END-IF.
012410        PERFORM 1050-READ-CONTROL THRU 1050-EXIT.
012420        PERFORM 1070-LOAD-CATEGORIES THRU 1070-EXIT.
012425        PERFORM 1090-LOAD-RATES THRU 1090-EXIT.
012430        MOVE SPACES TO ED-RPT-LINE.
012440        STRING 'TRANSIN FRONT-END EDIT REPORT'
012450            DELIMITED BY SIZE INTO ED-RPT-LINE.
012460        WRITE ED-REPORT-RECORD.
012500    1000-EXIT.
012600        EXIT.
012610
012762        END-READ.
012764    1080-EXIT.
012766        EXIT.
012768
012770******************************************************************
012772*    1090-LOAD-RATES - LOAD THE EXCHANGE-RATE MASTER INTO THE    *
012774*    TABLE.  REAIS RECORDS NEED NO RATE, SO A MISSING MASTER     *
012776*    DOES NOT STOP THE RUN; IT IS NOTED ON THE CONSOLE AND       *
012778*    EVERY FOREIGN-CURRENCY POSTING REJECTS WITH REASON 06.      *
012780******************************************************************
012782    1090-LOAD-RATES.
012784        OPEN INPUT RATE-FILE.
012786        IF ED-RATE-STATUS NOT = '00'
012788            DISPLAY 'SPOJ-EDIT: NO RATEMST, STATUS = '
012790                ED-RATE-STATUS ' - FOREIGN-CURRENCY RECORDS '
012792                'WILL BE REJECTED'
012794            GO TO 1090-EXIT
012796        END-IF.
012798        PERFORM 1095-LOAD-ONE-RATE THRU 1095-EXIT
012800            UNTIL ED-RATE-EOF.
012802        CLOSE RATE-FILE.
012804    1090-EXIT.
012806        EXIT.
012808
012810    1095-LOAD-ONE-RATE.
012812        READ RATE-FILE
012814            AT END
012816                SET ED-RATE-EOF TO TRUE
012818            NOT AT END
012820                IF ED-RATE-USED >= ED-RATE-MAX
012822                    DISPLAY 'SPOJ-EDIT: MORE RATES ON THE '
012824                        'MASTER THAN THE TABLE HOLDS'
012826                    MOVE 16 TO RETURN-CODE
012828                    PERFORM 9000-TERMINATE THRU 9000-EXIT
012830                    STOP RUN
012832                END-IF
012834                ADD 1 TO ED-RATE-USED
012836                MOVE RM-RATE-CURR TO ED-RATE-CURR(ED-RATE-USED)
012838                MOVE RM-RATE-EFF-FROM
012840                    TO ED-RATE-EFF-FROM(ED-RATE-USED)
012842                MOVE RM-RATE-EFF-TO
012844                    TO ED-RATE-EFF-TO(ED-RATE-USED)
012846                MOVE RM-RATE-VALUE
012848                    TO ED-RATE-VALUE(ED-RATE-USED)
012850        END-READ.
012852    1095-EXIT.
012854        EXIT.
012856
012858******************************************************************
012900*    2000-EDIT-PASS - FIRST PASS OVER TRANSIN: OPEN THE FIRST    *
013000*    TRANSMISSION FROM THE FIRST RECORD, EDIT AND TALLY EVERY    *
013100*    AMOUNT RECORD AGAINST THE TRANSMISSION IT ARRIVED UNDER,    *
013200*    AND BALANCE EACH TRANSMISSION AS THE NEXT ONE OPENS AND AT  *
013250*    END OF FILE.                                                *
013300******************************************************************
013400    2000-EDIT-PASS.
013500        PERFORM 2010-READ-HEADER THRU 2010-EXIT.
013900        END-IF.
014000        PERFORM 2100-EDIT-ONE THRU 2100-EXIT
014100            UNTIL ED-TRANX-EOF.
014200        IF ED-XMIT-OPEN
014300            PERFORM 2040-CLOSE-XMIT THRU 2040-EXIT
014400        END-IF.
014500        SET ED-COUNT-OK TO TRUE.
015000    2000-EXIT.
015100        EXIT.
015200
015300******************************************************************
015400*    2010-READ-HEADER - READ THE FIRST RECORD.  A 'B' BRANCH     *
015410*    HEADER OPENS A SERIES OF BRANCH TRANSMISSIONS; A NUMERIC    *
015420*    COUNT RECORD OPENS A SINGLE TRANSMISSION IN THE OLD FORMAT. *
015430*    AN EMPTY TRANSIN IS A VALID (ZERO-RECORD) BATCH; ANYTHING   *
015500*    ELSE MAKES THE WHOLE FILE UNTRUSTWORTHY AND FAILS THE EDIT. *
015700******************************************************************
015800    2010-READ-HEADER.
015900        READ TRANS-FILE
016100                SET ED-TRANX-EOF TO TRUE
016200                MOVE ZERO TO ED-EXPECTED-COUNT
016300            NOT AT END
016400                IF SO-TRANX-BRANCH-HDR
016500                    OR SO-TRANX-COUNT IS NUMERIC
016550                    PERFORM 2020-OPEN-XMIT THRU 2020-EXIT
016600                ELSE
016700                    DISPLAY 'SPOJ-EDIT: TRANSIN COUNT RECORD IS '
016800                        'NOT NUMERIC'
017100        END-READ.
017200    2010-EXIT.
017300        EXIT.
017302
017303******************************************************************
017304*    2020-OPEN-XMIT - START A NEW TRANSMISSION FROM ITS 'B'      *
017305*    BRANCH HEADER (OR FROM THE OLD-FORMAT COUNT RECORD, WHOSE   *
017306*    COUNT IS BALANCED ALONG WITH THE TRAILER): ENTER IT IN THE  *
017307*    TRANSMISSION TABLE AND CLEAR THE BALANCING TOTALS.          *
017308******************************************************************
017309    2020-OPEN-XMIT.
017310        IF ED-XMIT-USED >= ED-XMIT-MAX
017311            DISPLAY 'SPOJ-EDIT: MORE TRANSMISSIONS IN TRANSIN '
017312                'THAN THE TRANSMISSION TABLE HOLDS'
017313            MOVE 16 TO RETURN-CODE
017314            PERFORM 9000-TERMINATE THRU 9000-EXIT
017315            STOP RUN
017316        END-IF.
017317        IF SO-TRANX-BRANCH-HDR
017318            MOVE 'N' TO ED-LEGACY-SW
017319            MOVE SO-TRANX-BRHDR-BRANCH TO ED-CUR-BRANCH
017320            IF SO-TRANX-BRHDR-SEQ IS NUMERIC
017321                MOVE SO-TRANX-BRHDR-SEQ TO ED-CUR-SEQ
017322            ELSE
017323                MOVE ZERO TO ED-CUR-SEQ
017324            END-IF
017325        ELSE
017326            SET ED-LEGACY-XMIT TO TRUE
017327            MOVE SPACES TO ED-CUR-BRANCH
017328            MOVE ZERO TO ED-CUR-SEQ
017329            MOVE SO-TRANX-COUNT TO ED-EXPECTED-COUNT
017330        END-IF.
017331        ADD 1 TO ED-XMIT-USED.
017332        MOVE ED-CUR-BRANCH TO ED-XMIT-BRANCH(ED-XMIT-USED).
017333        MOVE ED-CUR-SEQ    TO ED-XMIT-SEQ(ED-XMIT-USED).
017334        MOVE 'N'           TO ED-XMIT-ACCEPT-SW(ED-XMIT-USED).
017335        SET ED-XMIT-OPEN TO TRUE.
017336        MOVE 'N' TO ED-TRLR-SEEN-SW.
017337        SET ED-BAL-OK TO TRUE.
017338        MOVE SPACES TO ED-CUR-REASON.
017339        MOVE ZERO TO ED-CUR-RCV-COUNT.
017340        MOVE ZERO TO ED-CUR-VALID-COUNT.
017341        MOVE ZERO TO ED-CUR-REJECT-COUNT.
017342        MOVE ZERO TO ED-CUR-VALID-HASH.
017343        MOVE ZERO TO ED-RCV-HASH.
017344        MOVE ZERO TO ED-TRLR-COUNT.
017345        MOVE ZERO TO ED-TRLR-HASH.
017346        MOVE ZERO TO ED-RCAT-USED.
017347    2020-EXIT.
017348        EXIT.
017349
017350******************************************************************
017351*    2040-CLOSE-XMIT - BALANCE THE TRANSMISSION JUST FINISHED.   *
017352*    ONE THAT BALANCES IS MARKED FOR RELEASE AND ITS TOTALS      *
017353*    ADDED TO THE RUN; ONE THAT DOES NOT IS HELD BACK WHOLE AND  *
017354*    LISTED.  EITHER WAY ITS OUTCOME GOES ON THE EDIT REPORT SO  *
017355*    THE BRANCH CAN BE TOLD WHETHER ITS FILE WAS TAKEN.          *
017356******************************************************************
017357    2040-CLOSE-XMIT.
017358        PERFORM 2050-VERIFY-TRAILER THRU 2050-EXIT.
017359        MOVE 'N' TO ED-XMIT-OPEN-SW.
017360        MOVE SPACES TO ED-RPT-LINE.
017361        IF ED-BAL-OK
017362            MOVE 'Y' TO ED-XMIT-ACCEPT-SW(ED-XMIT-USED)
017363            ADD 1 TO ED-XMIT-ACC-COUNT
017364            ADD ED-CUR-VALID-COUNT  TO ED-VALID-COUNT
017365            ADD ED-CUR-REJECT-COUNT TO ED-REJECT-COUNT
017366            ADD ED-CUR-VALID-HASH   TO ED-HASH-TOTAL
017367            STRING 'BRANCH ' ED-CUR-BRANCH ' SEQ ' ED-CUR-SEQ
017368                ' READ=' ED-CUR-RCV-COUNT
017369                ' VALID=' ED-CUR-VALID-COUNT
017370                ' REJECTED=' ED-CUR-REJECT-COUNT
017371                ' - ACCEPTED'
017372                DELIMITED BY SIZE INTO ED-RPT-LINE
017373        ELSE
017374            ADD 1 TO ED-XMIT-REJ-COUNT
017375            ADD ED-CUR-RCV-COUNT TO ED-HELD-COUNT
017376            PERFORM 2070-WRITE-XMIT-REJECT THRU 2070-EXIT
017377            STRING 'BRANCH ' ED-CUR-BRANCH ' SEQ ' ED-CUR-SEQ
017378                ' READ=' ED-CUR-RCV-COUNT
017379                ' REASON ' ED-CUR-REASON
017380                ' - TRANSMISSION REJECTED, NOT TAKEN'
017381                DELIMITED BY SIZE INTO ED-RPT-LINE
017382        END-IF.
017383        WRITE ED-REPORT-RECORD.
017384    2040-EXIT.
017385        EXIT.
017386
017387
017388******************************************************************
017389*    2050-VERIFY-TRAILER - BALANCE WHAT WAS ACTUALLY RECEIVED    *
017390*    FOR ONE TRANSMISSION AGAINST ITS TRAILER: THE RECORD        *
017391*    COUNT, THE HASH TOTAL OF THE SIGNED AMOUNTS, AND THE        *
017392*    RECORD COUNT PER CATEGORY, IN BOTH DIRECTIONS.  ANY         *
017393*    DISAGREEMENT - OR A MISSING TRAILER, WHICH IS WHAT A        *
017394*    TRUNCATED TRANSMISSION LOOKS LIKE - FAILS THE WHOLE         *
017395*    TRANSMISSION WITH OUT-OF-BALANCE LINES ON THE EDIT REPORT.  *
017396*    AN OLD-FORMAT TRANSMISSION'S COUNT RECORD IS BALANCED TOO.  *
017397******************************************************************
017398    2050-VERIFY-TRAILER.
017399        IF ED-LEGACY-XMIT
017400            AND ED-EXPECTED-COUNT NOT = ED-CUR-RCV-COUNT
017401            MOVE '03' TO ED-FAIL-REASON
017402            PERFORM 2065-FAIL-XMIT THRU 2065-EXIT
017403            MOVE SPACES TO ED-RPT-LINE
017404            STRING 'COUNT RECORD=' ED-EXPECTED-COUNT
017405                ' RECEIVED=' ED-CUR-RCV-COUNT
017406                ' - OUT OF BALANCE'
017407                DELIMITED BY SIZE INTO ED-RPT-LINE
017408            WRITE ED-REPORT-RECORD
017409        END-IF.
017410        IF NOT ED-TRLR-SEEN
017411            MOVE '01' TO ED-FAIL-REASON
017412            PERFORM 2065-FAIL-XMIT THRU 2065-EXIT
017413            MOVE SPACES TO ED-RPT-LINE
017414            STRING 'TRANSMISSION TRAILER MISSING - '
017415                'TRANSMISSION NOT BALANCED'
017416                DELIMITED BY SIZE INTO ED-RPT-LINE
017417            WRITE ED-REPORT-RECORD
017418            GO TO 2050-EXIT
017419        END-IF.
017420        IF ED-TRLR-COUNT NOT = ED-CUR-RCV-COUNT
017421            MOVE '03' TO ED-FAIL-REASON
017422            PERFORM 2065-FAIL-XMIT THRU 2065-EXIT
017423            MOVE SPACES TO ED-RPT-LINE
017424            STRING 'TRAILER COUNT=' ED-TRLR-COUNT
017425                ' RECEIVED=' ED-CUR-RCV-COUNT
017426                ' - OUT OF BALANCE'
017427                DELIMITED BY SIZE INTO ED-RPT-LINE
017428            WRITE ED-REPORT-RECORD
017429        END-IF.
017430        IF ED-TRLR-HASH NOT = ED-RCV-HASH
017431            MOVE '04' TO ED-FAIL-REASON
017432            PERFORM 2065-FAIL-XMIT THRU 2065-EXIT
017433            MOVE ED-TRLR-HASH TO ED-TRLR-HASH-ED
017434            MOVE ED-RCV-HASH  TO ED-RCV-HASH-ED
017435            MOVE SPACES TO ED-RPT-LINE
017436            STRING 'TRAILER HASH=' ED-TRLR-HASH-ED
017437                ' RECEIVED=' ED-RCV-HASH-ED
017438                ' - OUT OF BALANCE'
017439                DELIMITED BY SIZE INTO ED-RPT-LINE
017440            WRITE ED-REPORT-RECORD
017441        END-IF.
017442        PERFORM 2060-VERIFY-ONE-CAT THRU 2060-EXIT
017443            VARYING ED-RCAT-I FROM 1 BY 1
017444                UNTIL ED-RCAT-I > ED-RCAT-USED.
017445    2050-EXIT.
017446        EXIT.
017447
017448    2060-VERIFY-ONE-CAT.
017449        IF NOT ED-RCAT-ON-TRAILER(ED-RCAT-I)
017450            MOVE '05' TO ED-FAIL-REASON
017451            PERFORM 2065-FAIL-XMIT THRU 2065-EXIT
017452            MOVE SPACES TO ED-RPT-LINE
017453            STRING 'CATEGORY ' ED-RCAT-CATEG(ED-RCAT-I)
017454                ' RECEIVED=' ED-RCAT-RCV-COUNT(ED-RCAT-I)
017455                ' NOT ON TRAILER - OUT OF BALANCE'
017456                DELIMITED BY SIZE INTO ED-RPT-LINE
017457            WRITE ED-REPORT-RECORD
017458            GO TO 2060-EXIT
017459        END-IF.
017460        IF ED-RCAT-RCV-COUNT(ED-RCAT-I) NOT =
017461            ED-RCAT-TRLR-COUNT(ED-RCAT-I)
017462            MOVE '05' TO ED-FAIL-REASON
017463            PERFORM 2065-FAIL-XMIT THRU 2065-EXIT
017464            MOVE SPACES TO ED-RPT-LINE
017465            STRING 'CATEGORY ' ED-RCAT-CATEG(ED-RCAT-I)
017466                ' TRAILER=' ED-RCAT-TRLR-COUNT(ED-RCAT-I)
017467                ' RECEIVED=' ED-RCAT-RCV-COUNT(ED-RCAT-I)
017468                ' - OUT OF BALANCE'
017469                DELIMITED BY SIZE INTO ED-RPT-LINE
017470            WRITE ED-REPORT-RECORD
017471        END-IF.
017472    2060-EXIT.
017473        EXIT.
017474
017475******************************************************************
017476*    2065-FAIL-XMIT - MARK THE CURRENT TRANSMISSION OUT OF       *
017477*    BALANCE, KEEPING THE FIRST FAILURE FOUND AS ITS REASON.     *
017478******************************************************************
017479    2065-FAIL-XMIT.
017480        SET ED-BAL-BAD TO TRUE.
017481        IF ED-CUR-REASON = SPACES
017482            MOVE ED-FAIL-REASON TO ED-CUR-REASON
017483        END-IF.
017484    2065-EXIT.
017485        EXIT.
017486
017487******************************************************************
017488*    2070-WRITE-XMIT-REJECT - LIST A HELD-BACK TRANSMISSION ON   *
017489*    THE REJECTED-TRANSMISSION DATASET WITH WHAT WAS RECEIVED    *
017490*    AND WHAT ITS TRAILER CLAIMED.                               *
017491******************************************************************
017492    2070-WRITE-XMIT-REJECT.
017493        MOVE ED-CUR-BRANCH    TO ED-XMR-BRANCH.
017494        MOVE ED-CUR-SEQ       TO ED-XMR-SEQ.
017495        MOVE ED-RUN-DATE      TO ED-XMR-DATE.
017496        MOVE ED-BATCH-NUMBER  TO ED-XMR-BATCH.
017497        MOVE ED-CUR-REASON    TO ED-XMR-REASON.
017498        MOVE ED-CUR-RCV-COUNT TO ED-XMR-RCV-COUNT.
017499        MOVE ED-RCV-HASH      TO ED-XMR-RCV-HASH.
017500        MOVE ED-TRLR-COUNT    TO ED-XMR-TRLR-COUNT.
017501        MOVE ED-TRLR-HASH     TO ED-XMR-TRLR-HASH.
017502        WRITE ED-XMR-RECORD.
017503    2070-EXIT.
017504        EXIT.
017505
017506******************************************************************
017600*    2100-EDIT-ONE - READ ONE RECORD.  A 'B' HEADER CLOSES THE   *
017700*    CURRENT TRANSMISSION AND OPENS THE NEXT.  AN AMOUNT RECORD  *
017800*    IS EDITED AND TALLIED AGAINST ITS TRANSMISSION; REJECTS ARE *
017900*    WRITTEN ON THE COPY PASS, ONCE THE TRANSMISSION IS KNOWN TO *
017950*    BE TAKEN.                                                   *
018000******************************************************************
018100    2100-EDIT-ONE.
018200        READ TRANS-FILE
018300            AT END
018400                SET ED-TRANX-EOF TO TRUE
018500            NOT AT END
018502                IF SO-TRANX-BRANCH-HDR
018504                    PERFORM 2040-CLOSE-XMIT THRU 2040-EXIT
018506                    PERFORM 2020-OPEN-XMIT THRU 2020-EXIT
018508                ELSE
018510                IF SO-TRANX-TRAILER
018520                    PERFORM 2150-TAKE-TRAILER THRU 2150-EXIT
018530                ELSE
018550                    PERFORM 2160-TAKE-CAT-TRAILER THRU 2160-EXIT
018560                ELSE
018600                    ADD 1 TO ED-ACTUAL-COUNT
018610                    ADD 1 TO ED-CUR-RCV-COUNT
018650                    PERFORM 2170-COUNT-RECEIVED THRU 2170-EXIT
018700                    PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT
018800                    IF ED-REC-VALID
018900                        ADD 1 TO ED-CUR-VALID-COUNT
018920                        IF SO-TRANX-BASE-CURR
018940                            ADD SO-TRANX-AMOUNT
018960                                TO ED-CUR-VALID-HASH
018980                        ELSE
019000                            ADD SO-TRANX-ORIG-AMOUNT
019020                                TO ED-CUR-VALID-HASH
019040                        END-IF
019100                    ELSE
019200                        ADD 1 TO ED-CUR-REJECT-COUNT
019400                    END-IF
019410                END-IF
019420                END-IF
019430                END-IF
019500        END-READ.
019600    2100-EXIT.
019700        EXIT.
019732            MOVE SO-TRANX-TRLR-COUNT TO ED-TRLR-COUNT
019734            MOVE SO-TRANX-TRLR-HASH  TO ED-TRLR-HASH
019736        ELSE
019737            MOVE '02' TO ED-FAIL-REASON
019738            PERFORM 2065-FAIL-XMIT THRU 2065-EXIT
019740            MOVE SPACES TO ED-RPT-LINE
019742            STRING 'TRANSMISSION TRAILER IS NOT NUMERIC'
019744                DELIMITED BY SIZE INTO ED-RPT-LINE
019780                TO ED-RCAT-TRLR-COUNT(ED-RCAT-X)
019782            MOVE 'Y' TO ED-RCAT-TRLR-SW(ED-RCAT-X)
019784        ELSE
019785            MOVE '02' TO ED-FAIL-REASON
019786            PERFORM 2065-FAIL-XMIT THRU 2065-EXIT
019788            MOVE SPACES TO ED-RPT-LINE
019790            STRING 'CATEGORY TRAILER FOR ' ED-RCAT-CATEG-WK
019792                ' IS NOT NUMERIC'
019806******************************************************************
019808*    2170-COUNT-RECEIVED - TALLY WHAT WAS ACTUALLY RECEIVED FOR  *
019810*    THE TRAILER BALANCE: THE RECORD UNDER ITS CATEGORY CODE AS  *
019811*    TRANSMITTED, AND ITS SIGNED AMOUNT AS KEYED (THE ORIGINAL   *
019812*    AMOUNT ON A FOREIGN-CURRENCY RECORD) INTO THE RECEIVED HASH *
019814*    WHERE THE AMOUNT FIELD PARSES AT ALL (ONE THAT DOES NOT     *
019816*    LEAVES THE HASH SHORT, WHICH IS EXACTLY WHAT MAKES A        *
019818*    GARBLED TRANSMISSION BOUNCE).                               *
019830            PERFORM 2190-ADD-RCAT THRU 2190-EXIT
019832        END-IF.
019834        ADD 1 TO ED-RCAT-RCV-COUNT(ED-RCAT-X).
019835        IF NOT SO-TRANX-BASE-CURR
019836            IF (SO-TRANX-AMOUNT-RECORD(37:1) = '+'
019837                OR SO-TRANX-AMOUNT-RECORD(37:1) = '-')
019838                AND SO-TRANX-AMOUNT-RECORD(38:9) IS NUMERIC
019839                ADD SO-TRANX-ORIG-AMOUNT TO ED-RCV-HASH
019840            END-IF
019841            GO TO 2170-EXIT
019842        END-IF.
019843        IF (SO-TRANX-AMOUNT-RECORD(1:1) = '+'
019844            OR SO-TRANX-AMOUNT-RECORD(1:1) = '-')
019845            AND SO-TRANX-AMOUNT-RECORD(2:7) IS NUMERIC
019846            ADD SO-TRANX-AMOUNT TO ED-RCV-HASH
019847        END-IF.
019848    2170-EXIT.
019849        EXIT.
019850
019852    2180-FIND-RCAT.
019854        MOVE 'N' TO ED-RCAT-FOUND-SW.
019914        MOVE 'N'  TO ED-RCAT-TRLR-SW(ED-RCAT-X).
019916    2190-EXIT.
019918        EXIT.
019938
019958******************************************************************
020000*    2200-EDIT-AMOUNT - THE AMOUNT FIELD IS A LEADING SEPARATE   *
020100*    SIGN FOLLOWED BY ITS DIGITS.  REASON 01: THE SIGN BYTE IS   *
020200*    NOT '+' OR '-'.  REASON 02: THE DIGIT POSITIONS ARE NOT     *
020300*    ALL NUMERIC (A SHORT RECORD LEAVES TRAILING SPACES, WHICH   *
020400*    FAIL THE NUMERIC TEST TOO).  A RECORD THAT PASSES THE       *
020420*    AMOUNT EDIT IS THEN CHECKED AGAINST THE CATEGORY MASTER,    *
020440*    AND A FOREIGN-CURRENCY POSTING AGAINST THE RATE MASTER.     *
020460*    A REVERSAL TAKES ITS CATEGORY, CURRENCY AND AMOUNT FROM     *
020480*    THE ORIGINAL POSTING DOWNSTREAM, SO NEITHER CHECK APPLIES.  *
020500******************************************************************
020600    2200-EDIT-AMOUNT.
020700        SET ED-REC-VALID TO TRUE.
021659                ELSE
021660                    IF NOT SO-TRANX-REVERSAL
021662                        PERFORM 2250-EDIT-CATEGORY THRU 2250-EXIT
021664                        IF ED-REC-VALID
021666                            AND NOT SO-TRANX-BASE-CURR
021668                            PERFORM 2270-EDIT-CURRENCY
021670                                THRU 2270-EXIT
021672                        END-IF
021674                    END-IF
021676                END-IF
021700            END-IF
021800        END-IF.
021900    2200-EXIT.
022076            MOVE ED-CATM-I TO ED-CATM-X
022078        END-IF.
022080    2260-EXIT.
022081        EXIT.
022082
022083******************************************************************
022084*    2270-EDIT-CURRENCY - LOOK A FOREIGN POSTING'S CURRENCY UP   *
022085*    ON THE RATE MASTER.  REASON 06: THE CURRENCY IS NOT ON THE  *
022086*    MASTER AT ALL.  REASON 07: IT IS, BUT NO PERIOD COVERS THE  *
022087*    RUN DATE (A ZERO EFFECTIVE-TO DATE IS OPEN-ENDED).  REASON  *
022088*    08: THE ORIGINAL AMOUNT IS NOT A SIGNED NUMBER OR IS ZERO,  *
022089*    A REAIS AMOUNT WAS KEYED AS WELL, OR THE CONVERTED AMOUNT   *
022090*    WILL NOT FIT THE POSTING FIELDS.  ED-RATE-X IS LEFT ON THE  *
022091*    RATE FOUND FOR THE COPY PASS TO STAMP.                      *
022092******************************************************************
022093    2270-EDIT-CURRENCY.
022094        MOVE 'N' TO ED-CURR-FOUND-SW.
022095        MOVE 'N' TO ED-RATE-FOUND-SW.
022096        MOVE ZERO TO ED-RATE-X.
022097        PERFORM 2280-FIND-RATE THRU 2280-EXIT
022098            VARYING ED-RATE-I FROM 1 BY 1
022099                UNTIL ED-RATE-I > ED-RATE-USED
022100                    OR ED-RATE-FOUND.
022101        IF NOT ED-CURR-FOUND
022102            SET ED-REC-INVALID TO TRUE
022103            MOVE '06' TO ED-REASON
022104            GO TO 2270-EXIT
022105        END-IF.
022106        IF NOT ED-RATE-FOUND
022107            SET ED-REC-INVALID TO TRUE
022108            MOVE '07' TO ED-REASON
022109            GO TO 2270-EXIT
022110        END-IF.
022111        IF (SO-TRANX-AMOUNT-RECORD(37:1) NOT = '+'
022112            AND SO-TRANX-AMOUNT-RECORD(37:1) NOT = '-')
022113            OR SO-TRANX-AMOUNT-RECORD(38:9) IS NOT NUMERIC
022114            SET ED-REC-INVALID TO TRUE
022115            MOVE '08' TO ED-REASON
022116            GO TO 2270-EXIT
022117        END-IF.
022118        IF SO-TRANX-ORIG-AMOUNT = ZERO
022119            OR SO-TRANX-AMOUNT NOT = ZERO
022120            SET ED-REC-INVALID TO TRUE
022121            MOVE '08' TO ED-REASON
022122            GO TO 2270-EXIT
022123        END-IF.
022124        COMPUTE ED-BASE-WK ROUNDED =
022125            SO-TRANX-ORIG-AMOUNT * ED-RATE-VALUE(ED-RATE-X)
022126            ON SIZE ERROR
022127                SET ED-REC-INVALID TO TRUE
022128                MOVE '08' TO ED-REASON
022129        END-COMPUTE.
022130    2270-EXIT.
022131        EXIT.
022132
022133    2280-FIND-RATE.
022134        IF ED-RATE-CURR(ED-RATE-I) = SO-TRANX-CURR
022135            SET ED-CURR-FOUND TO TRUE
022136            IF ED-RUN-DATE NOT < ED-RATE-EFF-FROM(ED-RATE-I)
022137                AND (ED-RATE-EFF-TO(ED-RATE-I) = ZERO
022138                    OR ED-RUN-DATE NOT >
022139                        ED-RATE-EFF-TO(ED-RATE-I))
022140                SET ED-RATE-FOUND TO TRUE
022141                MOVE ED-RATE-I TO ED-RATE-X
022142            END-IF
022143        END-IF.
022144    2280-EXIT.
022145        EXIT.
022146
022200******************************************************************
022300*    2900-WRITE-REJECT - LOG THE REASON CODE AND THE REJECTED    *
022400*    RECORD'S FULL IMAGE (BRANCH STAMPED) TO THE REJECT DATASET. *
022500******************************************************************
022600    2900-WRITE-REJECT.
022700        MOVE ED-REASON TO ED-REJ-REASON.
023300******************************************************************
023400*    3000-COPY-PASS - SECOND PASS OVER TRANSIN: WRITE THE        *
023500*    VALIDATED DATASET'S COUNT RECORD FROM THE VALIDATED RECORD  *
023600*    COUNT, THEN, FOR THE TRANSMISSIONS THAT BALANCED ONLY, COPY *
023700*    FORWARD THE RECORDS THAT PASS THE SAME EDIT THE FIRST PASS  *
023710*    RAN AND WRITE THE ONES THAT FAIL IT TO THE REJECT DATASET.  *
023720*    THE FIRST RECORD OPENS TRANSMISSION 1 AND EACH 'B' HEADER   *
023730*    THE NEXT, IN THE SAME ORDER THE FIRST PASS ENTERED THEM.    *
023800******************************************************************
023900    3000-COPY-PASS.
024000        CLOSE TRANS-FILE.
024900        READ TRANS-FILE
025000            AT END
025100                SET ED-TRANX-EOF TO TRUE
025150            NOT AT END
025160                MOVE 1 TO ED-XMIT-X
025200        END-READ.
025300        MOVE SPACES TO SO-TRANX-COUNT-RECORD.
025400        MOVE ED-VALID-COUNT TO SO-TRANX-COUNT.
026400            AT END
026500                SET ED-TRANX-EOF TO TRUE
026600            NOT AT END
026602                IF SO-TRANX-BRANCH-HDR
026604                    ADD 1 TO ED-XMIT-X
026606                    GO TO 3100-EXIT
026608                END-IF
026610                IF SO-TRANX-TRAILER OR SO-TRANX-CAT-TRAILER
026620                    GO TO 3100-EXIT
026630                END-IF
026640                IF NOT ED-XMIT-ACCEPTED(ED-XMIT-X)
026650                    GO TO 3100-EXIT
026660                END-IF
026670                MOVE ED-XMIT-BRANCH(ED-XMIT-X) TO SO-TRANX-BRANCH
026700                PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT
026800                IF ED-REC-VALID
026810                    IF NOT SO-TRANX-REVERSAL
026820                        AND NOT SO-TRANX-BASE-CURR
026830                        MOVE ED-RATE-VALUE(ED-RATE-X)
026840                            TO SO-TRANX-RATE
026850                    END-IF
026900                    MOVE SO-TRANX-AMOUNT-RECORD
027000                        TO ED-VALID-RECORD
027100                    WRITE ED-VALID-RECORD
027150                ELSE
027160                    PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
027200                END-IF
027300        END-READ.
027400    3100-EXIT.
027500        EXIT.
027600
027700******************************************************************
027800*    4000-WRITE-REPORT - WRITE THE EDIT REPORT TOTALS: THE       *
027900*    TRANSMISSIONS TAKEN AND REJECTED, THE RECORDS READ, THE     *
028000*    VALID AND REJECTED COUNTS, THE RECORDS HELD BACK WITH A     *
028050*    REJECTED TRANSMISSION, THE HASH TOTAL OF THE RELEASED       *
028060*    AMOUNTS, AND WHETHER THE VALIDATED DATASET WAS RELEASED.    *
028100*    A RUN WITH REJECTED RECORDS OR TRANSMISSIONS BUT A SOUND    *
028200*    TRANSIN COMPLETES WITH RETURN CODE 4 SO THEY ARE REVIEWED   *
028300*    WITHOUT STOPPING THE JOB.                                   *
028400******************************************************************
028500    4000-WRITE-REPORT.
028600        MOVE SPACES TO ED-RPT-LINE.
028700        STRING 'TRANSMISSIONS ACCEPTED=' ED-XMIT-ACC-COUNT
028800            ' REJECTED=' ED-XMIT-REJ-COUNT
028850            DELIMITED BY SIZE INTO ED-RPT-LINE.
028900        WRITE ED-REPORT-RECORD.
029000        MOVE SPACES TO ED-RPT-LINE.
029100        STRING 'READ=' ED-ACTUAL-COUNT
029300            ' VALID=' ED-VALID-COUNT
029400            ' REJECTED=' ED-REJECT-COUNT
029450            ' HELD BACK=' ED-HELD-COUNT
029500            DELIMITED BY SIZE INTO ED-RPT-LINE.
029600        WRITE ED-REPORT-RECORD.
029700        MOVE ED-HASH-TOTAL TO ED-HASH-TOTAL-ED.
030000            DELIMITED BY SIZE INTO ED-RPT-LINE.
030100        WRITE ED-REPORT-RECORD.
030200        MOVE SPACES TO ED-RPT-LINE.
030300        IF ED-COUNT-OK
030400            IF ED-REJECT-COUNT = ZERO
030410                AND ED-XMIT-REJ-COUNT = ZERO
030500                STRING 'EDIT OK - TRANSVAL RELEASED'
030600                    DELIMITED BY SIZE INTO ED-RPT-LINE
030700            ELSE
030710                IF ED-XMIT-REJ-COUNT NOT = ZERO
030720                    STRING 'EDIT COMPLETED WITH REJECTED '
030730                        'TRANSMISSIONS - TRANSVAL RELEASED'
030740                        DELIMITED BY SIZE INTO ED-RPT-LINE
030750                ELSE
030800                    STRING 'EDIT COMPLETED WITH REJECTS - '
030900                        'TRANSVAL RELEASED'
031000                        DELIMITED BY SIZE INTO ED-RPT-LINE
031050                END-IF
031100                MOVE 4 TO RETURN-CODE
031200            END-IF
031300        ELSE
032000
032100******************************************************************
032200*    9000-TERMINATE - CLOSE THE TRANSACTION, VALIDATED, REJECT,  *
032300*    REJECTED-TRANSMISSION, AND REPORT DATASETS.                 *
032400******************************************************************
032500    9000-TERMINATE.
032550        PERFORM 9500-WRITE-STATS THRU 9500-EXIT.
032700        CLOSE VALID-FILE.
032800        CLOSE REJECT-FILE.
032900        CLOSE REPORT-FILE.
032950        CLOSE XMREJ-FILE.
033000    9000-EXIT.
033100        EXIT.
033200
033276        MOVE 'EDIT'           TO JS-STAT-STEP.
033278        MOVE ED-ACTUAL-COUNT  TO JS-STAT-READ.
033280        MOVE ED-VALID-COUNT   TO JS-STAT-WRITTEN.
033282        ADD ED-REJECT-COUNT ED-HELD-COUNT
033283            GIVING JS-STAT-REJECTED.
033284        MOVE ED-HASH-TOTAL    TO JS-STAT-TOTAL.
033286        MOVE ED-START-TIME    TO JS-STAT-START.
033288        ACCEPT ED-TIME-WK FROM TIME.
