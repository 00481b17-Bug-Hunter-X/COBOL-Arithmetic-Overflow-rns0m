000100*****************************************************************
000200*    AR1HOL - HOLIDAY / NON-PROCESSING-DAY CALENDAR RECORD      *
000300*    ONE RECORD PER WEEKDAY ON WHICH THE NIGHTLY STREAM DOES    *
000400*    NOT RUN, ON THE KEYED HOLIDAY CALENDAR (HOLCAL) KEYED BY   *
000500*    DATE (YYYYMMDD).  SATURDAYS AND SUNDAYS ARE NEVER          *
000600*    BUSINESS DAYS AND ARE NOT HELD ON THE FILE.  MAINTAINED    *
000700*    THROUGH THE AR1450 CALENDAR SCREEN AND READ BY THE AR1470  *
000800*    BUSINESS-DAY SUBROUTINE.                                   *
000900*****************************************************************
001000 01  AR1-HOL-RECORD.
001100     05  AR1-HOL-DATE            PIC X(08).
001200     05  AR1-HOL-DESCRIPTION     PIC X(30).
001300     05  AR1-HOL-ADDED-BY        PIC X(08).
001400     05  AR1-HOL-ADDED-TS        PIC X(26).
001500     05  FILLER                  PIC X(10).
