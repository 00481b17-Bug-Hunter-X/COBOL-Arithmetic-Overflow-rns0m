000100*****************************************************************
000200*    AR1DPM - DUNNING CONTROL-PARAMETER RECORD                  *
000300*    READ AT START OF RUN BY THE AR1410 DUNNING RUN FROM THE    *
000400*    DUNNING PARAMETER FILE (DUNPARM).  TWO RECORD TYPES:       *
000500*      L - ONE PER DUNNING LEVEL (1 = REMINDER, 2 = SECOND      *
000600*          NOTICE, 3 = FINAL DEMAND): THE LETTER TITLE, THE     *
000700*          DAYS PAST DUE THE OLDEST OPEN CHARGE MUST REACH,     *
000800*          THE FEWEST DAYS SINCE THE PREVIOUS LETTER BEFORE     *
000900*          THIS ONE MAY FOLLOW IT, AND THE SMALLEST AMOUNT DUE  *
001000*          WORTH A LETTER                                        *
001100*      T - THE LETTER WORDING, ONE RECORD PER PRINTED LINE,     *
001200*          IN LINE-NUMBER ORDER WITHIN THE LEVEL                 *
001300*    ALL THREE LEVELS MUST BE PRESENT OR THE RUN IS BLOCKED.    *
001400*****************************************************************
001500 01  AR1-DPM-RECORD.
001600     05  AR1-DPM-RECORD-TYPE     PIC X(01).
001700         88  AR1-DPM-LEVEL-RECORD    VALUE 'L'.
001800         88  AR1-DPM-TEXT-RECORD     VALUE 'T'.
001900     05  AR1-DPM-LEVEL           PIC 9(01).
002000         88  AR1-DPM-LEVEL-VALID     VALUES 1 THRU 3.
002100     05  AR1-DPM-LEVEL-DATA.
002200         10  AR1-DPM-LEVEL-TITLE PIC X(30).
002300         10  AR1-DPM-DAYS-DUE    PIC 9(03).
002400         10  AR1-DPM-DAYS-APART  PIC 9(03).
002500         10  AR1-DPM-MIN-AMOUNT  PIC 9(7)V99.
002600         10  FILLER              PIC X(33).
002700     05  AR1-DPM-TEXT-DATA REDEFINES AR1-DPM-LEVEL-DATA.
002800         10  AR1-DPM-LINE-NO     PIC 9(02).
002900         10  AR1-DPM-TEXT        PIC X(70).
003000         10  FILLER              PIC X(06).
