000100*****************************************************************
000200*    AR1AXC - AP REFUND EXTRACT CONTROL RECORD                  *
000300*    ONE RECORD PER AP REFUND PAYEE EXTRACT ON THE KEYED AP     *
000400*    EXTRACT CONTROL FILE (APEXTCTL), KEYED BY EXTRACT ID (THE  *
000500*    RUN-ID OF THE AR1560 RUN THAT WROTE IT).  WRITTEN          *
000600*    UNCONFIRMED WITH THE SAME DETAIL COUNT AND HASH TOTAL AS   *
000700*    THE EXTRACT TRAILER, AND FLIPPED TO CONFIRMED BY THE       *
000800*    AR1570 ACKNOWLEDGMENT MATCH JOB WHEN THE AP RETURN FILE    *
000900*    ECHOES THEM BACK - THE SAME CONTROL AR1GXC GIVES THE GL    *
001000*    EXTRACT.  AN EXTRACT STILL UNCONFIRMED AFTER THE AGE LIMIT *
001100*    MEANS ITS REFUND CHECKS WERE NEVER CUT.                    *
001200*****************************************************************
001300 01  AR1-AXC-RECORD.
001400     05  AR1-AXC-EXTRACT-ID      PIC X(08).
001500     05  AR1-AXC-EXTRACT-DATE    PIC X(08).
001600     05  AR1-AXC-REC-COUNT       PIC 9(09).
001700     05  AR1-AXC-HASH-TOTAL      PIC S9(11)V99.
001800     05  AR1-AXC-STATUS          PIC X(01).
001900         88  AR1-AXC-UNCONFIRMED     VALUE 'U'.
002000         88  AR1-AXC-CONFIRMED       VALUE 'C'.
002100     05  AR1-AXC-CONFIRM-DATE    PIC X(08).
002200     05  FILLER                  PIC X(10).
