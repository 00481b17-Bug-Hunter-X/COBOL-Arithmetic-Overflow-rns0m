000100*****************************************************************
000200*    AR1RJQ - REJECT REPAIR QUEUE RECORD                        *
000300*    ONE RECORD PER TRANSACTION REJECTED BY AR1110 (OR BY       *
000400*    AR1100 AS NBAL), ON THE SEQUENTIAL REJECT QUEUE FILE       *
000500*    (REJQUEUE).  THE REJECT FILE ITSELF IS REBUILT EVERY RUN,  *
000600*    SO AR1480 COPIES EACH RUN'S REJECTS HERE, KEYED BY THE     *
000700*    RUN-ID AND THEIR POSITION ON THAT RUN'S REJECT FILE, AND   *
000800*    THEY STAY UNTIL WORKED ON THE AR1490 REPAIR SCREEN.        *
000900*                                                                *
001000*    ORIG-IMAGE AND ORIG-REASON ARE NEVER CHANGED.  CURR-IMAGE  *
001100*    IS THE RECORD AS LAST CORRECTED AND CURR-REASON THE        *
001200*    RESULT OF RE-RUNNING THE AR1110 EDITS AGAINST IT - SPACES  *
001300*    WHEN IT PASSES.                                            *
001400*                                                                *
001500*    STATUS:  O - OPEN, NOT YET CORRECTED OR STILL FAILING      *
001600*             C - CORRECTED, PASSES THE EDITS                   *
001700*             R - RESUBMITTED; RELEASE-RUN-ID IS THE RUN WHOSE  *
001800*                 RAW FEED AR1500 PUT IT ON (SPACES UNTIL THEN) *
001900*             V - VOIDED, WITH THE OPERATOR'S REASON            *
002000*****************************************************************
002100 01  AR1-RJQ-RECORD.
002200     05  AR1-RJQ-KEY.
002300         10  AR1-RJQ-RUN-ID      PIC X(08).
002400         10  AR1-RJQ-SEQ         PIC 9(05).
002500     05  AR1-RJQ-REJECT-DATE     PIC X(08).
002600     05  AR1-RJQ-ORIG-REASON     PIC X(04).
002700     05  AR1-RJQ-CURR-REASON     PIC X(04).
002800     05  AR1-RJQ-STATUS          PIC X(01).
002900         88  AR1-RJQ-OPEN            VALUE 'O'.
003000         88  AR1-RJQ-CORRECTED       VALUE 'C'.
003100         88  AR1-RJQ-RESUBMITTED     VALUE 'R'.
003200         88  AR1-RJQ-VOIDED          VALUE 'V'.
003300         88  AR1-RJQ-OUTSTANDING     VALUES 'O', 'C'.
003400     05  AR1-RJQ-ORIG-IMAGE      PIC X(53).
003500     05  AR1-RJQ-CURR-IMAGE      PIC X(53).
003600     05  AR1-RJQ-LAST-OPERATOR   PIC X(08).
003700     05  AR1-RJQ-LAST-TIMESTAMP  PIC X(26).
003800     05  AR1-RJQ-VOID-REASON     PIC X(30).
003900     05  AR1-RJQ-RELEASE-RUN-ID  PIC X(08).
004000     05  FILLER                  PIC X(10).
