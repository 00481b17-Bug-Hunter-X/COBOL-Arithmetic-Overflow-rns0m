000100*****************************************************************
000200*    AR1APK - AP REFUND CHECK-RUN ACKNOWLEDGMENT RECORD         *
000300*    ONE RECORD PER REFUND EXTRACT PICKED UP, SENT BACK BY      *
000400*    ACCOUNTS PAYABLE AFTER THEIR CHECK RUN HAS CUT THE CHECKS. *
000500*    ECHOES THE EXTRACT ID, DETAIL COUNT AND HASH TOTAL FROM    *
000600*    THE AR1560 TRAILER SO THE AR1570 MATCH JOB CAN PROVE THE   *
000700*    FILE AP PAID FROM IS THE FILE WE WROTE.                    *
000800*****************************************************************
000900 01  AR1-APK-RECORD.
001000     05  AR1-APK-EXTRACT-ID      PIC X(08).
001100     05  AR1-APK-REC-COUNT       PIC 9(09).
001200     05  AR1-APK-HASH-TOTAL      PIC S9(11)V99.
001300     05  FILLER                  PIC X(10).
