000100*****************************************************************
000200*    AR1RBL - RECURRING BILLING SCHEDULE CHANGE-LOG RECORD      *
000300*    WRITTEN BY THE AR1520 MAINTENANCE SCREEN FOR EVERY ADD,    *
000400*    CHANGE OR CANCEL AGAINST THE SCHEDULE FILE (AR1RBS),       *
000500*    CARRYING THE WHOLE RECORD BEFORE AND AFTER THE CHANGE AND  *
000600*    THE OPERATOR WHO MADE IT - SAME DISCIPLINE AS THE AR1370   *
000700*    ACCOUNT CHANGE LOG (AR1ACL).  THE OLD IMAGE IS SPACES ON   *
000800*    AN ADD.                                                    *
000900*****************************************************************
001000 01  AR1-RBL-RECORD.
001100     05  AR1-RBL-TIMESTAMP       PIC X(26).
001200     05  AR1-RBL-OPERATOR-ID     PIC X(08).
001300     05  AR1-RBL-FUNCTION        PIC X(01).
001400         88  AR1-RBL-ADD             VALUE 'A'.
001500         88  AR1-RBL-CHANGE          VALUE 'C'.
001600         88  AR1-RBL-CANCEL          VALUE 'D'.
001700     05  AR1-RBL-SCHED-ID        PIC 9(05).
001800     05  AR1-RBL-OLD-IMAGE       PIC X(100).
001900     05  AR1-RBL-NEW-IMAGE       PIC X(100).
002000     05  FILLER                  PIC X(10).
