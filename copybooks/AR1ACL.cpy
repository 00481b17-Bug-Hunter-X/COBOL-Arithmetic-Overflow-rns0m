000100*****************************************************************
000200*    AR1ACL - CUSTOMER ACCOUNT MASTER CHANGE-LOG RECORD         *
000300*    WRITTEN BY THE AR1370 MAINTENANCE SCREEN FOR EVERY ADD,    *
000400*    CHANGE OR CLOSE AGAINST THE CUSTOMER ACCOUNT MASTER        *
000500*    (AR1ACM), CARRYING THE WHOLE RECORD BEFORE AND AFTER THE   *
000600*    CHANGE AND THE OPERATOR WHO MADE IT - SAME DISCIPLINE AS   *
000700*    THE AR1350 OPERATOR CHANGE LOG (AR1OCL).  THE OLD IMAGE    *
000800*    IS SPACES ON AN ADD.                                        *
000900*****************************************************************
001000 01  AR1-ACL-RECORD.
001100     05  AR1-ACL-TIMESTAMP       PIC X(26).
001200     05  AR1-ACL-OPERATOR-ID     PIC X(08).
001300     05  AR1-ACL-FUNCTION        PIC X(01).
001400         88  AR1-ACL-ADD             VALUE 'A'.
001500         88  AR1-ACL-CHANGE          VALUE 'C'.
001600         88  AR1-ACL-CLOSE           VALUE 'D'.
001700     05  AR1-ACL-ACCOUNT-ID      PIC X(10).
001800     05  AR1-ACL-OLD-IMAGE       PIC X(180).
001900     05  AR1-ACL-NEW-IMAGE       PIC X(180).
002000     05  FILLER                  PIC X(10).
