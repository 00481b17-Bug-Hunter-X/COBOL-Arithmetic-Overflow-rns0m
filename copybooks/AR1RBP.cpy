000100*****************************************************************
000200*    AR1RBP - BALANCE-MASTER REBUILD PARAMETER RECORD           *
000300*    TELLS AR1440 WHERE TO START THE REBUILD AND HOW FAR TO     *
000400*    REPLAY THE AUDIT TRAIL.                                    *
000500*                                                                *
000600*    START-MODE 'E' (OR BLANK) STARTS EVERY ACCOUNT AT ZERO AND *
000700*    REPLAYS THE WHOLE TRAIL, ARCHIVE FIRST.  START-MODE 'S'    *
000800*    STARTS FROM THE AR1360 SNAPSHOT ON SNAPIN: ONLY AUDIT      *
000900*    RECORDS DATED AFTER THE SNAPSHOT DATE ARE REPLAYED, AND    *
001000*    THE OPENING BALANCES THEY IMPLY ARE PROVED AGAINST THE     *
001100*    SNAPSHOT'S ACCOUNT-TYPE TOTALS.                            *
001200*                                                                *
001300*    ASOF-RUN-ID REBUILDS THE MASTER AS IT STOOD AFTER THE LAST *
001400*    AUDIT RECORD WRITTEN UNDER THAT RUN-ID.  ASOF-TIMESTAMP    *
001500*    REBUILDS IT AS IT STOOD BEFORE THE FIRST AUDIT RECORD      *
001600*    STAMPED LATER THAN THE TIMESTAMP; A TIMESTAMP GIVEN AS A   *
001700*    DATE ALONE (TIME PART BLANK) MEANS THE END OF THAT DAY.    *
001800*    BOTH BLANK MEANS THROUGH THE NEWEST RECORD ON THE TRAIL.   *
001900*    GIVING BOTH IS AN ERROR.  A MISSING PARAMETER FILE MEANS   *
002000*    FROM ZERO, THROUGH THE NEWEST RECORD.                      *
002100*****************************************************************
002200 01  AR1-RBP-RECORD.
002300     05  AR1-RBP-START-MODE      PIC X(01).
002400         88  AR1-RBP-FROM-EMPTY      VALUES ' ', 'E'.
002500         88  AR1-RBP-FROM-SNAPSHOT   VALUE 'S'.
002600     05  AR1-RBP-ASOF-RUN-ID     PIC X(08).
002700     05  AR1-RBP-ASOF-TIMESTAMP.
002800         10  AR1-RBP-ASOF-DATE   PIC X(08).
002900         10  AR1-RBP-ASOF-TIME   PIC X(18).
003000     05  FILLER                  PIC X(10).
