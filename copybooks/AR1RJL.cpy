000100*****************************************************************
000200*    AR1RJL - REJECT REPAIR CHANGE-LOG RECORD                   *
000300*    WRITTEN BY THE AR1490 REPAIR SCREEN FOR EVERY CORRECTION,  *
000400*    RELEASE OR VOID OF A QUEUED REJECT, WITH THE RECORD IMAGE  *
000500*    BEFORE AND AFTER, THE STATUS IT MOVED FROM AND TO, THE     *
000600*    EDIT RESULT AND THE OPERATOR - SO A TRANSACTION CAN NEVER  *
000700*    BE ALTERED ON ITS WAY BACK TO THE FEED WITHOUT A TRACE.    *
000800*****************************************************************
000900 01  AR1-RJL-RECORD.
001000     05  AR1-RJL-TIMESTAMP       PIC X(26).
001100     05  AR1-RJL-OPERATOR-ID     PIC X(08).
001200     05  AR1-RJL-FUNCTION        PIC X(01).
001300         88  AR1-RJL-CORRECT         VALUE 'C'.
001400         88  AR1-RJL-RELEASE         VALUE 'R'.
001500         88  AR1-RJL-VOID            VALUE 'V'.
001600     05  AR1-RJL-RUN-ID          PIC X(08).
001700     05  AR1-RJL-SEQ             PIC 9(05).
001800     05  AR1-RJL-OLD-STATUS      PIC X(01).
001900     05  AR1-RJL-NEW-STATUS      PIC X(01).
002000     05  AR1-RJL-EDIT-REASON     PIC X(04).
002100     05  AR1-RJL-BEFORE-IMAGE    PIC X(53).
002200     05  AR1-RJL-AFTER-IMAGE     PIC X(53).
002300     05  AR1-RJL-VOID-REASON     PIC X(30).
002400     05  FILLER                  PIC X(10).
