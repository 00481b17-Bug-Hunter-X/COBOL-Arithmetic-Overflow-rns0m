000100*****************************************************************
000200*    AR1STP - STREAM COMPLETION CONTROL-PARAMETER RECORD        *
000300*    ONE RECORD PER PROGRAM THAT MUST HAVE COMPLETED UNDER THE  *
000400*    RUN-CONTROL SUBSYSTEM (AR1140) FOR THE CURRENT RUN-ID      *
000500*    BEFORE THE AR1460 ADVANCE WILL MOVE THE BUSINESS DATE ON.  *
000600*    HELD AS A PARAMETER FILE (STRMPARM), LIKE RETNPARM, SO A   *
000700*    STEP ADDED TO THE NIGHTLY STREAM IS ADDED HERE TOO         *
000800*    WITHOUT A PROGRAM CHANGE.                                  *
000900*****************************************************************
001000 01  AR1-STP-RECORD.
001100     05  AR1-STP-PROGRAM-ID      PIC X(08).
001200     05  FILLER                  PIC X(12).
