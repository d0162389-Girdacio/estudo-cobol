002210*    2026-09-02 JM    THE FILE IS NOW A KEYED (INDEXED) MASTER
002220*                     ON DK-REF-DOCREF, READ DIRECTLY INSTEAD
002230*                     OF LOADED INTO A WORKING-STORAGE TABLE.
002240*    2026-10-15 JM    ADDED DK-REF-CURR, DK-REF-ORIG-AMOUNT AND
002250*                     DK-REF-RATE: THE CURRENCY, ORIGINAL
002260*                     AMOUNT AND EXCHANGE RATE OF A FOREIGN
002270*                     RECEIPT.  DK-REF-AMOUNT IS ALWAYS THE
002280*                     REAIS AMOUNT POSTED, SO A REVERSAL BACKS
002290*                     OUT EXACTLY THAT FIGURE WHATEVER THE RATE
002291*                     IS TODAY.  A REAIS POSTING CARRIES 'BRL',
002292*                     THE SAME AMOUNT AND A RATE OF ONE; RECORDS
002293*                     WRITTEN BEFORE THE CHANGE HAVE A BLANK
002294*                     CURRENCY AND ARE READ AS REAIS.
002300******************************************************************
002400    01  DK-REF-RECORD.
002500        05  DK-REF-DOCREF           PIC X(8).
003000        05  DK-REF-BATCH            PIC 9(6).
003100        05  DK-REF-REV-SW           PIC X(1).
003200            88  DK-REF-REVERSED            VALUE 'Y'.
003300        05  DK-REF-CURR             PIC X(3).
003400        05  DK-REF-ORIG-AMOUNT      PIC S9(7)V99
003500                                    SIGN LEADING SEPARATE.
003600        05  DK-REF-RATE             PIC 9(3)V9(6).
