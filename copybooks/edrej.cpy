001130*                           EFFECTIVE DATES ON THE RUN DATE      *
001140*                      05 - TRANSACTION TYPE IS NOT SPACE, 'P',  *
001150*                           OR 'R'                               *
001160*                      06 - CURRENCY NOT ON THE EXCHANGE-RATE    *
001170*                           MASTER                               *
001180*                      07 - NO EXCHANGE RATE IN EFFECT FOR THE   *
001190*                           CURRENCY ON THE RUN DATE             *
001195*                      08 - FOREIGN-CURRENCY AMOUNT INVALID:     *
001196*                           ORIGINAL AMOUNT NOT NUMERIC OR ZERO, *
001197*                           REAIS AMOUNT KEYED AS WELL, OR TOO   *
001198*                           LARGE ONCE CONVERTED                 *
001200*    MODIFICATION HISTORY.........................................
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001596*    2026-09-02 JM    WIDENED THE IMAGE FOR THE NEW TRANSACTION
001597*                     TYPE CODE AND ADDED REASON CODE 05 FOR A
001598*                     TYPE THAT IS NOT SPACE, 'P', OR 'R'.
001599*    2026-10-15 JM    WIDENED THE IMAGE FOR THE NEW BRANCH ID.
001600*    2026-10-15 JM    WIDENED THE IMAGE FOR THE NEW KEYER ID.
001610*    2026-10-15 JM    WIDENED THE IMAGE FOR THE NEW CURRENCY
001620*                     FIELDS AND ADDED REASON CODES 06 TO 08
001630*                     FOR THE FOREIGN-CURRENCY EDIT.
001650******************************************************************
001700    01  ED-REJ-RECORD.
001800        05  ED-REJ-REASON           PIC X(2).
001900        05  ED-REJ-IMAGE            PIC X(55).
