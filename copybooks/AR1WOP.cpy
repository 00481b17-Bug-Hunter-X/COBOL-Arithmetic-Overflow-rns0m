000100*****************************************************************
000200*    AR1WOP - PROPOSED BAD-DEBT WRITE-OFF RECORD                *
000300*    ONE RECORD PER OPEN CHARGE PROPOSED FOR WRITE-OFF, ON THE  *
000400*    SEQUENTIAL WRITE-OFF PENDING FILE (WOFFPEND).  WRITTEN     *
000500*    PENDING BY THE AR1420 CANDIDATE RUN; NOTHING POSTS UNTIL   *
000600*    A DIFFERENT, SUFFICIENTLY AUTHORIZED OPERATOR APPROVES IT  *
000700*    ON THE AR1430 SCREEN UNDER THE SAME RULES AR1260 APPLIES   *
000800*    TO QUEUED ADJUSTMENTS.  THE APPROVED RECORD IS THE         *
000900*    WRITE-OFF LOG: ITEM, AMOUNT, REQUESTER AND APPROVER.       *
001000*****************************************************************
001100 01  AR1-WOP-RECORD.
001200     05  AR1-WOP-TIMESTAMP       PIC X(26).
001300     05  AR1-WOP-ITEM-KEY.
001400         10  AR1-WOP-ACCOUNT-ID  PIC X(10).
001500         10  AR1-WOP-ITEM-DATE   PIC X(08).
001600         10  AR1-WOP-ITEM-TRANS  PIC X(10).
001700     05  AR1-WOP-AMOUNT          PIC S9(7)V99.
001800     05  AR1-WOP-DAYS-PAST-DUE   PIC 9(05).
001900     05  AR1-WOP-PROPOSED-BY     PIC X(08).
002000     05  AR1-WOP-REASON-CODE     PIC X(04).
002100     05  AR1-WOP-STATUS          PIC X(01).
002200         88  AR1-WOP-PENDING         VALUE 'P'.
002300         88  AR1-WOP-APPROVED        VALUE 'A'.
002400         88  AR1-WOP-REJECTED        VALUE 'R'.
002500     05  AR1-WOP-APPROVER-ID     PIC X(08).
002600     05  AR1-WOP-DECIDED-DATE    PIC X(08).
002700     05  FILLER                  PIC X(10).
