000100*****************************************************************
000200*    AR1RVL - REVERSAL LOG RECORD                               *
000300*    WRITTEN BY AR1290 FOR EVERY TYPE-R REVERSAL ON THE EDITED  *
000400*    TRANSACTION FILE.  A REVERSAL NETS THROUGH THE BALANCE     *
000500*    MASTER BUT NEVER TOUCHES THE OPEN-ITEM FILE, SO THIS LOG   *
000600*    IS THE ONLY ACCOUNT-LEVEL RECORD OF IT - THE AR1400        *
000700*    OPEN-ITEM RECONCILIATION READS IT TO EXPLAIN THE GAP A     *
000800*    REVERSAL LEAVES BETWEEN THE TWO FILES.  AMOUNT IS THE      *
000900*    TRANSACTION AMOUNT AS POSTED, SIGN AND ALL.                *
001000*****************************************************************
001100 01  AR1-RVL-RECORD.
001200     05  AR1-RVL-RUN-ID          PIC X(08).
001300     05  AR1-RVL-TIMESTAMP       PIC X(26).
001400     05  AR1-RVL-ACCOUNT-ID      PIC X(10).
001500     05  AR1-RVL-TRANS-ID        PIC X(10).
001600     05  AR1-RVL-AMOUNT          PIC S9(7)V99.
001700     05  FILLER                  PIC X(10).
