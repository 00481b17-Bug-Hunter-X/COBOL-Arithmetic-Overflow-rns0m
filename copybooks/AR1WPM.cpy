000100*****************************************************************
000200*    AR1WPM - BAD-DEBT WRITE-OFF SELECTION PARAMETER RECORD     *
000300*    ONE RECORD ON THE WRITE-OFF PARAMETER FILE (WOFFPARM),     *
000400*    READ AT START OF RUN BY THE AR1420 CANDIDATE PROPOSAL      *
000500*    RUN.  AN OPEN CHARGE AT LEAST MIN-DAYS PAST ITS ITEM DATE  *
000600*    AND WITH AT LEAST MIN-AMOUNT STILL OPEN IS PROPOSED FOR    *
000700*    WRITE-OFF.  PROPOSED-BY IS THE OPERATOR WHO OWNS THE       *
000800*    PROPOSALS (THE REQUESTER ON THE AR1430 APPROVAL SCREEN,    *
000900*    WHO MAY NOT APPROVE THEM) AND MUST BE AN ACTIVE OPERATOR   *
001000*    ON THE SECURITY FILE.  REASON-CODE IS CARRIED TO THE       *
001100*    AUDIT RECORD OF EVERY APPROVED WRITE-OFF.                  *
001200*****************************************************************
001300 01  AR1-WPM-RECORD.
001400     05  AR1-WPM-MIN-DAYS        PIC 9(04).
001500     05  AR1-WPM-MIN-AMOUNT      PIC 9(7)V99.
001600     05  AR1-WPM-PROPOSED-BY     PIC X(08).
001700     05  AR1-WPM-REASON-CODE     PIC X(04).
001800     05  FILLER                  PIC X(10).
