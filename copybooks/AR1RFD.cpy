000100*****************************************************************
000200*    AR1RFD - UNAPPLIED-CASH REFUND RECORD                      *
000300*    ONE RECORD PER OPEN UNAPPLIED-CASH ITEM PROPOSED FOR       *
000400*    REFUND, ON THE SEQUENTIAL REFUND FILE (REFPEND).  WRITTEN  *
000500*    PENDING BY THE AR1540 CANDIDATE RUN; NOTHING POSTS UNTIL A *
000600*    DIFFERENT, SUFFICIENTLY AUTHORIZED OPERATOR APPROVES IT ON *
000700*    THE AR1550 SCREEN UNDER THE SAME RULES AR1260 APPLIES TO   *
000800*    QUEUED ADJUSTMENTS.  THE ITEM KEY IS THE REFUND REFERENCE  *
000900*    PASSED TO ACCOUNTS PAYABLE.                                *
001000*                                                                *
001100*    AP-STATUS FOLLOWS AN APPROVED REFUND THROUGH THE PAYABLES  *
001200*    INTERFACE: BLANK = NOT YET EXTRACTED, E = SENT ON THE AP   *
001300*    PAYEE EXTRACT NAMED BY EXTRACT-ID (AR1560), C = CONFIRMED  *
001400*    BY THE AP ACKNOWLEDGMENT (AR1570), O = EXTRACT NEVER       *
001500*    ACKNOWLEDGED WITHIN THE AGE LIMIT - CHECK NOT CUT.         *
001600*****************************************************************
001700 01  AR1-RFD-RECORD.
001800     05  AR1-RFD-TIMESTAMP       PIC X(26).
001900     05  AR1-RFD-ITEM-KEY.
002000         10  AR1-RFD-ACCOUNT-ID  PIC X(10).
002100         10  AR1-RFD-ITEM-DATE   PIC X(08).
002200         10  AR1-RFD-ITEM-TRANS  PIC X(10).
002300     05  AR1-RFD-AMOUNT          PIC S9(7)V99.
002400     05  AR1-RFD-DAYS-UNAPPLIED  PIC 9(05).
002500     05  AR1-RFD-PROPOSED-BY     PIC X(08).
002600     05  AR1-RFD-REASON-CODE     PIC X(04).
002700     05  AR1-RFD-STATUS          PIC X(01).
002800         88  AR1-RFD-PENDING         VALUE 'P'.
002900         88  AR1-RFD-APPROVED        VALUE 'A'.
003000         88  AR1-RFD-REJECTED        VALUE 'R'.
003100     05  AR1-RFD-APPROVER-ID     PIC X(08).
003200     05  AR1-RFD-DECIDED-DATE    PIC X(08).
003300     05  AR1-RFD-AP-STATUS       PIC X(01).
003400         88  AR1-RFD-NOT-EXTRACTED   VALUE ' '.
003500         88  AR1-RFD-EXTRACTED       VALUE 'E'.
003600         88  AR1-RFD-CONFIRMED       VALUE 'C'.
003700         88  AR1-RFD-NOT-CUT         VALUE 'O'.
003800     05  AR1-RFD-EXTRACT-ID      PIC X(08).
003900     05  AR1-RFD-EXTRACT-DATE    PIC X(08).
004000     05  AR1-RFD-CONFIRM-DATE    PIC X(08).
004100     05  FILLER                  PIC X(10).
