001715*                     AREA.  THE FRONT-END EDIT VERIFIES THE
001716*                     TRAILER AND DROPS IT; TRANSVAL CARRIES
001717*                     AMOUNT RECORDS ONLY.
001718*    2026-10-15 JM    ADDED THE 'B' BRANCH HEADER VIEW (BRANCH
001719*                     ID AND TRANSMISSION SEQUENCE) SO SEVERAL
001720*                     BRANCH TRANSMISSIONS - EACH A 'B' HEADER,
001721*                     ITS AMOUNT RECORDS, AND ITS OWN 'T' AND
001722*                     'C' TRAILERS - CAN BE CONCATENATED INTO
001723*                     ONE TRANSIN.  A DATASET THAT STARTS WITH
001724*                     THE OLD COUNT RECORD IS STILL READ AS ONE
001725*                     TRANSMISSION WITH A BLANK BRANCH.  ADDED
001726*                     SO-TRANX-BRANCH TO THE AMOUNT RECORD; THE
001727*                     BRANCHES LEAVE IT BLANK AND THE FRONT-END
001728*                     EDIT STAMPS IT FROM THE HEADER THE RECORD
001729*                     ARRIVED UNDER.  EVERY VIEW WIDENED TO
001730*                     MATCH.
001732*    2026-10-15 JM    ADDED SO-TRANX-KEYER, THE ID OF THE
001733*                     OPERATOR WHO KEYED THE AMOUNT RECORD AT
001734*                     THE BRANCH.  THE DUPLICATE CHECK HOLDS AN
001735*                     AMOUNT OVER ITS CATEGORY'S APPROVAL LIMIT
001736*                     FOR A SECOND OPERATOR'S APPROVAL, AND THE
001737*                     APPROVER MUST NOT BE THE KEYER.  EVERY
001738*                     VIEW WIDENED TO MATCH.
001739*    2026-10-15 JM    ADDED SO-TRANX-CURR, SO-TRANX-ORIG-AMOUNT
001740*                     AND SO-TRANX-RATE FOR RECEIPTS TAKEN IN A
001741*                     FOREIGN CURRENCY.  SPACES OR 'BRL' IS AN
001742*                     ORDINARY REAIS RECORD AND THE NEW FIELDS
001743*                     ARE NOT USED.  ON A FOREIGN RECORD THE
001744*                     BRANCH KEYS THE CURRENCY AND THE ORIGINAL
001745*                     AMOUNT AND LEAVES SO-TRANX-AMOUNT ZERO;
001746*                     THE FRONT-END EDIT STAMPS THE RATE FROM
001747*                     THE EXCHANGE-RATE MASTER FOR THE RUN DATE
001748*                     AND THE SUMMATION STEP CONVERTS.  THE
001749*                     TRAILER HASH TOTALS THE AMOUNT AS KEYED -
001750*                     THE ORIGINAL AMOUNT ON A FOREIGN RECORD.
001751*                     EVERY VIEW WIDENED TO MATCH.
001752******************************************************************
001800    01  SO-TRANX-COUNT-RECORD.
001900        05  SO-TRANX-COUNT          PIC 9(5).
002000        05  FILLER                  PIC X(50).
002100    01  SO-TRANX-AMOUNT-RECORD.
002200        05  SO-TRANX-AMOUNT         PIC S9(5)V99
002300                                    SIGN LEADING SEPARATE.
002600        05  SO-TRANX-TYPE           PIC X(1).
002700            88  SO-TRANX-POSTING           VALUES ' ' 'P'.
002800            88  SO-TRANX-REVERSAL          VALUE 'R'.
002810        05  SO-TRANX-BRANCH         PIC X(4).
002820        05  SO-TRANX-KEYER          PIC X(8).
002830        05  SO-TRANX-CURR           PIC X(3).
002840            88  SO-TRANX-BASE-CURR         VALUES SPACES 'BRL'.
002850        05  SO-TRANX-ORIG-AMOUNT    PIC S9(7)V99
002860                                    SIGN LEADING SEPARATE.
002870        05  SO-TRANX-RATE           PIC 9(3)V9(6).
002900    01  SO-TRANX-TRLR-RECORD.
003000        05  SO-TRANX-TRLR-TYPE      PIC X(1).
003100            88  SO-TRANX-TRAILER           VALUE 'T'.
003200        05  SO-TRANX-TRLR-COUNT     PIC 9(5).
003300        05  SO-TRANX-TRLR-HASH      PIC S9(9)V99
003400                                    SIGN LEADING SEPARATE.
003500        05  FILLER                  PIC X(37).
003600    01  SO-TRANX-CATCNT-RECORD.
003700        05  SO-TRANX-CATCNT-TYPE    PIC X(1).
003800            88  SO-TRANX-CAT-TRAILER       VALUE 'C'.
003900        05  SO-TRANX-CATCNT-CATEG   PIC X(4).
004000        05  SO-TRANX-CATCNT-COUNT   PIC 9(5).
004100        05  FILLER                  PIC X(45).
004200    01  SO-TRANX-BRHDR-RECORD.
004300        05  SO-TRANX-BRHDR-TYPE     PIC X(1).
004400            88  SO-TRANX-BRANCH-HDR        VALUE 'B'.
004500        05  SO-TRANX-BRHDR-BRANCH   PIC X(4).
004600        05  SO-TRANX-BRHDR-SEQ      PIC 9(5).
004700        05  FILLER                  PIC X(45).
