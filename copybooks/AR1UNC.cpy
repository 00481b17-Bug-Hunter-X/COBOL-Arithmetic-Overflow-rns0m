000100*****************************************************************
000200*    AR1UNC - UNIDENTIFIED CASH HOLDING RECORD                  *
000300*    WRITTEN BY AR1390 FOR EVERY LOCKBOX CHECK WHOSE REMITTER   *
000400*    ACCOUNT IS BLANK (BLNK) OR NOT ON THE CUSTOMER ACCOUNT     *
000500*    MASTER (UNKN).  THE CASH IS IN THE BANK BUT CANNOT POST    *
000600*    TO A RECEIVABLE, SO IT IS HELD HERE (STATUS H) WITH THE    *
000700*    INVOICE REFERENCES THE CUSTOMER QUOTED UNTIL COLLECTIONS   *
000800*    IDENTIFIES THE PAYER AND KEYS THE PAYMENT (STATUS R).      *
000900*    AMOUNT IS THE CHECK AMOUNT AS DEPOSITED (POSITIVE).        *
000910*    A CHECK THAT ARRIVED OUTSIDE ITS BATCH IS HELD AS NOBT.  A *
000920*    TRAILER WITH NO HEADER IS HELD AS NOHD WITH THE DEPOSIT    *
000930*    TOTAL IN THE AMOUNT AND NO CHECK NUMBER - ITS CHECKS ARE   *
000940*    HELD SEPARATELY AS NOBT, SO IT IS NOT CASH TO APPLY.       *
001000*****************************************************************
001100 01  AR1-UNC-RECORD.
001200     05  AR1-UNC-RUN-ID          PIC X(08).
001300     05  AR1-UNC-DEPOSIT-DATE    PIC X(08).
001400     05  AR1-UNC-LOCKBOX-ID      PIC X(08).
001500     05  AR1-UNC-BATCH-ID        PIC X(06).
001600     05  AR1-UNC-CHECK-NUMBER    PIC X(10).
001700     05  AR1-UNC-REMIT-ACCOUNT   PIC X(10).
001800     05  AR1-UNC-CHECK-AMOUNT    PIC S9(7)V99.
001900     05  AR1-UNC-INVOICE-REFS.
001950         10  AR1-UNC-INVOICE-REF PIC X(10) OCCURS 4 TIMES.
002000     05  AR1-UNC-STATUS          PIC X(01).
002100         88  AR1-UNC-HELD            VALUE 'H'.
002200         88  AR1-UNC-RESOLVED        VALUE 'R'.
002300     05  AR1-UNC-REASON-CODE     PIC X(04).
002400     05  FILLER                  PIC X(10).
