000100*****************************************************************
000200*    AR1BDT - BUSINESS-DATE CONTROL RECORD                      *
000300*    ONE RECORD ON THE BUSINESS-DATE CONTROL FILE (BUSDTCTL),   *
000400*    READ BY THE AR1130 RUN-ID SUBROUTINE IN PLACE OF THE       *
000500*    SYSTEM CLOCK, SO A CATCH-UP RUN AFTER A MISSED NIGHT STILL *
000600*    STAMPS ITS WORK WITH THE DATE IT BELONGS TO.  THE DATE IS  *
000700*    MOVED ON ONLY BY THE AR1460 ADVANCE AT THE END OF THE      *
000800*    STREAM, AND ONLY ONCE EVERY PROGRAM IN THE STREAM HAS      *
000900*    COMPLETED FOR IT.  THE FIRST RECORD IS WRITTEN THROUGH     *
001000*    THE AR1450 CALENDAR SCREEN.                                *
001100*                                                                *
001200*    BACKDATE-DATE, WHEN NOT BLANK, IS A SUPERVISED BACK-DATED  *
001300*    RUN FOR A MISSED EARLIER BUSINESS DAY, SET ON THE AR1450   *
001400*    SCREEN BY AN OPERATOR WITH APPROVAL AUTHORITY.  WHILE IT   *
001500*    IS SET AR1130 HANDS BACK THAT DATE INSTEAD, AND THE NEXT   *
001600*    AR1460 CLEARS IT RATHER THAN ADVANCING THE BUSINESS DATE.  *
001700*****************************************************************
001800 01  AR1-BDT-RECORD.
001900     05  AR1-BDT-BUSINESS-DATE   PIC X(08).
002000     05  AR1-BDT-PRIOR-DATE      PIC X(08).
002100     05  AR1-BDT-ADVANCED-TS     PIC X(26).
002200     05  AR1-BDT-BACKDATE-DATE   PIC X(08).
002300         88  AR1-BDT-NO-BACKDATE     VALUE SPACES.
002400     05  AR1-BDT-BACKDATE-BY     PIC X(08).
002500     05  AR1-BDT-BACKDATE-TS     PIC X(26).
002600     05  FILLER                  PIC X(10).
