000100*****************************************************************
000200*    AR1BCL - BUSINESS CALENDAR CHANGE-LOG RECORD               *
000300*    WRITTEN BY THE AR1450 CALENDAR SCREEN FOR EVERY HOLIDAY    *
000400*    ADDED OR DELETED, EVERY BACK-DATED RUN SET OR CLEARED AND  *
000500*    THE FIRST SETTING OF THE BUSINESS DATE, WITH THE OPERATOR  *
000600*    WHO MADE THE CHANGE - SAME DISCIPLINE AS THE AR1340 RATE   *
000700*    CHANGE LOG (AR1RCL).                                       *
000800*****************************************************************
000900 01  AR1-BCL-RECORD.
001000     05  AR1-BCL-TIMESTAMP       PIC X(26).
001100     05  AR1-BCL-OPERATOR-ID     PIC X(08).
001200     05  AR1-BCL-FUNCTION        PIC X(01).
001300         88  AR1-BCL-ADD-HOLIDAY     VALUE 'A'.
001400         88  AR1-BCL-DELETE-HOLIDAY  VALUE 'D'.
001500         88  AR1-BCL-SET-BACKDATE    VALUE 'B'.
001600         88  AR1-BCL-CLEAR-BACKDATE  VALUE 'X'.
001700         88  AR1-BCL-INIT-DATE       VALUE 'I'.
001800     05  AR1-BCL-CAL-DATE        PIC X(08).
001900     05  AR1-BCL-DESCRIPTION     PIC X(30).
002000     05  AR1-BCL-BUSINESS-DATE   PIC X(08).
002100     05  AR1-BCL-OLD-BACKDATE    PIC X(08).
002200     05  AR1-BCL-NEW-BACKDATE    PIC X(08).
002300     05  FILLER                  PIC X(10).
