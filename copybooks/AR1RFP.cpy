000100*****************************************************************
000200*    AR1RFP - UNAPPLIED-CASH REFUND SELECTION PARAMETER RECORD  *
000300*    ONE RECORD ON THE REFUND PARAMETER FILE (REFPARM), READ AT *
000400*    START OF RUN BY THE AR1540 REFUND CANDIDATE RUN.  AN OPEN  *
000500*    UNAPPLIED-CASH ITEM AT LEAST MIN-DAYS PAST ITS ITEM DATE   *
000600*    AND WITH AT LEAST MIN-AMOUNT STILL OPEN IS PROPOSED FOR    *
000700*    REFUND.  PROPOSED-BY IS THE OPERATOR WHO OWNS THE          *
000800*    PROPOSALS (THE REQUESTER ON THE AR1550 APPROVAL SCREEN,    *
000900*    WHO MAY NOT APPROVE THEM) AND MUST BE AN ACTIVE OPERATOR   *
001000*    ON THE SECURITY FILE.  REASON-CODE IS CARRIED TO THE       *
001100*    AUDIT RECORD OF EVERY APPROVED REFUND.                     *
001200*****************************************************************
001300 01  AR1-RFP-RECORD.
001400     05  AR1-RFP-MIN-DAYS        PIC 9(04).
001500     05  AR1-RFP-MIN-AMOUNT      PIC 9(7)V99.
001600     05  AR1-RFP-PROPOSED-BY     PIC X(08).
001700     05  AR1-RFP-REASON-CODE     PIC X(04).
001800     05  FILLER                  PIC X(10).
