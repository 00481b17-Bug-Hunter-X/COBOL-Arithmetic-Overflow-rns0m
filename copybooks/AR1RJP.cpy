000100*****************************************************************
000200*    AR1RJP - AGED-REJECT REPORT PARAMETER RECORD               *
000300*    READ BY AR1510 FROM THE REJECT PARAMETER FILE (REJPARM).   *
000400*    AGE-DAYS IS HOW MANY BUSINESS DAYS A REJECT MAY STAY OPEN  *
000500*    OR CORRECTED-BUT-UNRELEASED BEFORE THE REPORT CALLS IT     *
000600*    AGED.  A MISSING FILE OR A NON-NUMERIC VALUE MEANS FIVE.   *
000700*****************************************************************
000800 01  AR1-RJP-RECORD.
000900     05  AR1-RJP-AGE-DAYS        PIC 9(03).
001000     05  FILLER                  PIC X(17).
