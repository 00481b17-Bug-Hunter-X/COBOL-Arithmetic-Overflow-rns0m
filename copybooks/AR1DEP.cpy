000100*****************************************************************
000200*    AR1DEP - LOCKBOX DEPOSIT CONTROL RECORD                    *
000300*    ONE RECORD PER LOCKBOX BATCH, WRITTEN BY AR1390 TO THE     *
000400*    DEPOSIT CONTROL FILE (DEPCTL).  CARRIES THE BANK'S         *
000500*    DEPOSIT TOTAL FROM THE BATCH TRAILER SPLIT INTO THE CASH   *
000600*    SENT TO THE RAW FEED AS TYPE-P PAYMENTS AND THE CASH HELD  *
000700*    AS UNIDENTIFIED.  AR1160 TIES THE FEED TOTAL OF THE RUN    *
000800*    DATE'S PROVED BATCHES TO THE LOCKBOX PAYMENTS (TRANSACTION *
000900*    IDS BEGINNING L) THAT ACTUALLY POSTED THROUGH AR1150.      *
001000*    STATUS P = BATCH PROVED AGAINST ITS TRAILER; O = OUT OF    *
001100*    BALANCE OR INCOMPLETE - NOTHING FROM IT REACHED THE FEED.  *
001200*****************************************************************
001300 01  AR1-DEP-RECORD.
001400     05  AR1-DEP-RUN-ID          PIC X(08).
001500     05  AR1-DEP-DEPOSIT-DATE    PIC X(08).
001600     05  AR1-DEP-LOCKBOX-ID      PIC X(08).
001700     05  AR1-DEP-BATCH-ID        PIC X(06).
001800     05  AR1-DEP-CHECK-COUNT     PIC 9(05).
001900     05  AR1-DEP-DEPOSIT-TOTAL   PIC S9(09)V99.
002000     05  AR1-DEP-FEED-COUNT      PIC 9(05).
002100     05  AR1-DEP-FEED-TOTAL      PIC S9(09)V99.
002200     05  AR1-DEP-UNIDENT-COUNT   PIC 9(05).
002300     05  AR1-DEP-UNIDENT-TOTAL   PIC S9(09)V99.
002400     05  AR1-DEP-STATUS          PIC X(01).
002500         88  AR1-DEP-PROVED          VALUE 'P'.
002600         88  AR1-DEP-OUT-OF-BALANCE  VALUE 'O'.
002700     05  FILLER                  PIC X(10).
