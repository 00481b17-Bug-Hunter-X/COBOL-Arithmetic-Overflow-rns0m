000100*****************************************************************
000200*    AR1470P - CALL LINKAGE FOR THE AR1470 BUSINESS-DAY         *
000300*    SUBROUTINE.  COPIED INTO EVERY CALLER AND INTO AR1470      *
000400*    ITSELF SO THE INTERFACE NEVER DRIFTS.                      *
000500*                                                                *
000600*    FUNCTIONS: T = IS FROM-DATE A BUSINESS DAY (IS-BUS-DAY)    *
000700*               N = NEXT BUSINESS DAY AFTER FROM-DATE           *
000800*               B = THE DATE DAY-COUNT BUSINESS DAYS BEFORE     *
000900*                   FROM-DATE, COUNTING BACK OVER WEEKENDS AND  *
001000*                   HOLIDAYS                                    *
001100*    ALL DATES ARE YYYYMMDD.                                    *
001200*    RETURN CODES: 0 = OK                                       *
001300*                  4 = HOLIDAY CALENDAR NOT AVAILABLE - THE     *
001400*                      ANSWER ALLOWS FOR WEEKENDS ONLY          *
001500*                  8 = FROM-DATE OR FUNCTION NOT VALID          *
001600*****************************************************************
001700 01  LK-AR1470-PARMS.
001800     05  LK-BDC-FUNCTION         PIC X(01).
001900         88  LK-BDC-TEST-DAY         VALUE 'T'.
002000         88  LK-BDC-NEXT-DAY         VALUE 'N'.
002100         88  LK-BDC-BACK-DAYS        VALUE 'B'.
002200     05  LK-BDC-FROM-DATE        PIC X(08).
002300     05  LK-BDC-DAY-COUNT        PIC 9(05).
002400     05  LK-BDC-RESULT-DATE      PIC X(08).
002500     05  LK-BDC-IS-BUS-DAY       PIC X(01).
002600         88  LK-BDC-BUSINESS-DAY     VALUE 'Y'.
002700         88  LK-BDC-NON-PROC-DAY     VALUE 'N'.
002800     05  LK-BDC-RETURN-CODE      PIC S9(04) COMP.
