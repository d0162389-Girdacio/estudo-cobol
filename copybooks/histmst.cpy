001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  -----------------------------------------
001700*    2026-08-22 JM    ORIGINAL COPYBOOK.
001710*    2026-10-15 JM    ADDED THE RUN'S GENERAL-LEDGER EXTRACT
001720*                     DEBIT AND CREDIT TOTALS (FROM GLEXTR) AND
001730*                     THE PERIOD-CLOSED MARK.  THE MONTH-END
001740*                     CLOSE SETS THE MARK ON EVERY RECORD OF THE
001750*                     MONTH IT CLOSES (CLEARS IT ON A REOPEN);
001760*                     SPOJ-HIST WILL NOT POST INTO A MONTH WHOSE
001770*                     RECORDS CARRY IT.
001800******************************************************************
001900    01  HS-HIST-RECORD.
002000        05  HS-HIST-DATE            PIC 9(8).
002400                                    SIGN LEADING SEPARATE.
002500        05  HS-HIST-PAR-CASES       PIC 9(4).
002600        05  HS-HIST-PAR-ROUTED      PIC 9(7).
002700        05  HS-HIST-GL-DEBITS       PIC 9(9)V99.
002800        05  HS-HIST-GL-CREDITS      PIC 9(9)V99.
002900        05  HS-HIST-CLOSED-SW       PIC X(1).
003000            88  HS-HIST-CLOSED             VALUE 'C'.
