000100*****************************************************************
000200*    AR1DST - DUNNING STATUS RECORD                             *
000300*    ONE RECORD PER DUNNED ACCOUNT ON THE KEYED DUNNING STATUS  *
000400*    FILE (DUNSTAT), KEYED BY ACCOUNT ID, REWRITTEN BY AR1410   *
000500*    EVERY TIME A LETTER GOES OUT.  IT HOLDS THE LEVEL LAST     *
000600*    SENT AND WHEN, SO THE SAME LETTER IS NEVER SENT TWICE AND  *
000700*    EACH NOTICE FOLLOWS THE LAST ONE ON SCHEDULE, AND THE      *
000800*    OLDEST OPEN CHARGE THE LETTER CHASED - ONCE THAT ITEM IS   *
000900*    SETTLED A LATER DELINQUENCY STARTS AGAIN AT THE REMINDER.  *
001000*****************************************************************
001100 01  AR1-DST-RECORD.
001200     05  AR1-DST-ACCOUNT-ID      PIC X(10).
001300     05  AR1-DST-LAST-LEVEL      PIC 9(01).
001400         88  AR1-DST-NONE-SENT       VALUE 0.
001500         88  AR1-DST-FINAL-SENT      VALUE 3.
001600     05  AR1-DST-LAST-SENT-DATE  PIC X(08).
001700     05  AR1-DST-LAST-RUN-ID     PIC X(08).
001800     05  AR1-DST-ITEM-KEY.
001900         10  AR1-DST-ITEM-DATE   PIC X(08).
002000         10  AR1-DST-ITEM-TRANS  PIC X(10).
002100     05  AR1-DST-AMOUNT-DUE      PIC S9(7)V99.
002200     05  FILLER                  PIC X(10).
