001696*                     LINE A REVERSAL POSTS (THE AMOUNT IS THE
001697*                     EXACT OPPOSITE OF THE ORIGINAL POSTING);
001698*                     HEADER FILLER WIDENED TO MATCH.
001699*    2026-10-15 JM    ADDED SO-AUDIT-BRANCH, THE BRANCH WHOSE
001701*                     TRANSMISSION THE LINE CAME IN ON (BLANK
001702*                     FOR AN OLD-FORMAT SINGLE TRANSMISSION);
001703*                     HEADER FILLER WIDENED TO MATCH.
001704*    2026-10-15 JM    SO-AUDIT-REV-SW IS 'P' INSTEAD OF 'R' ON A
001705*                     REVERSAL WHOSE ORIGINAL WAS POSTED IN A
001706*                     MONTH SINCE CLOSED: THE BACK-OUT POSTS IN
001707*                     THE CURRENT PERIOD AS A PRIOR-PERIOD
001708*                     ADJUSTMENT.  BOTH VALUES ARE REVERSALS.
001709*    2026-10-15 JM    ADDED SO-AUDIT-CURR, SO-AUDIT-ORIG-AMOUNT
001710*                     AND SO-AUDIT-RATE.  SO-AUDIT-LINHA IS
001711*                     ALWAYS THE REAIS AMOUNT POSTED; THE NEW
001712*                     FIELDS CARRY THE CURRENCY AND AMOUNT AS
001713*                     RECEIVED AND THE RATE USED ('BRL', THE
001714*                     SAME AMOUNT AND ONE FOR A REAIS LINE).
001715*                     HEADER FILLER WIDENED TO MATCH.
001716******************************************************************
001717    01  SO-AUDIT-HDR-RECORD.
001720        05  SO-AUDIT-HDR-TYPE       PIC X(1).
001730            88  SO-AUDIT-HEADER             VALUE 'H'.
001740        05  SO-AUDIT-HDR-BATCH      PIC 9(6).
001750        05  SO-AUDIT-HDR-DATE       PIC 9(8).
001760        05  FILLER                  PIC X(47).
001800    01  SO-AUDIT-RECORD.
001900        05  SO-AUDIT-SEQ            PIC 9(5).
002000        05  SO-AUDIT-LINHA          PIC S9(5)V99
002400        05  SO-AUDIT-CATEG          PIC X(4).
002500        05  SO-AUDIT-DOCREF         PIC X(8).
002600        05  SO-AUDIT-REV-SW         PIC X(1).
002700            88  SO-AUDIT-REVERSAL          VALUES 'R' 'P'.
002710            88  SO-AUDIT-PRIOR-ADJ         VALUE 'P'.
002800        05  SO-AUDIT-BRANCH         PIC X(4).
002900        05  SO-AUDIT-CURR           PIC X(3).
003000        05  SO-AUDIT-ORIG-AMOUNT    PIC S9(7)V99
003100                                    SIGN LEADING SEPARATE.
003200        05  SO-AUDIT-RATE           PIC 9(3)V9(6).
