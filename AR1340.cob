002500*    DATE       INIT  DESCRIPTION                                *
002600*    ---------- ----  ------------------------------------------*
002700*    2026-09-02 RVH   ORIGINAL RATE MAINTENANCE SCREEN          *
002720*    2026-10-14 RVH   GRACE PERIOD IN BUSINESS DAYS ADDED TO    *
002740*                     THE RATE ENTRY AND THE CHANGE LOG         *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
007300*    A MONTH, SO A FAT-FINGERED RATE CANNOT PASS VALIDATION     *
007400 01  AR1-MAX-RATE                PIC S9(3)V9(4) VALUE 10.
007500 01  AR1-MAX-MIN-BAL             PIC S9(7)V99 VALUE 999999.99.
007550 01  AR1-MAX-GRACE-DAYS          PIC 9(03) VALUE 120.
007600
007700 01  AR1-PARM-TABLE.
007800     05  AR1-PARM-ENTRY OCCURS 100 TIMES
008100         10  AR1-TBL-RATE        PIC S9(3)V9(4).
008200         10  AR1-TBL-MIN-BAL     PIC S9(7)V99.
008300         10  AR1-TBL-EFF-DATE    PIC X(08).
008350         10  AR1-TBL-GRACE-DAYS  PIC 9(03).
008400         10  AR1-TBL-DELETED     PIC X(01).
008500             88  AR1-TBL-IS-DELETED  VALUE 'Y'.
008600     05  AR1-PARM-COUNT          PIC 9(04) VALUE ZERO.
009500     05  AR1-SCR-RATE            PIC S9(3)V9(4) VALUE ZERO.
009600     05  AR1-SCR-MIN-BAL         PIC S9(7)V99 VALUE ZERO.
009700     05  AR1-SCR-EFF-DATE        PIC X(08) VALUE SPACES.
009750     05  AR1-SCR-GRACE-DAYS      PIC 9(03) VALUE ZERO.
009800     05  AR1-SCR-OPERATOR-ID     PIC X(08) VALUE SPACES.
009900
010000 01  AR1-EDIT-DATE-FIELDS.
012300     05  LINE 07 COLUMN 01 VALUE 'MINIMUM BALANCE. . . .'.
012400     05  LINE 07 COLUMN 24 PIC ZZZZZZ9.99-
012500         USING AR1-SCR-MIN-BAL.
012550     05  LINE 08 COLUMN 01 VALUE 'GRACE BUSINESS DAYS. .'.
012600     05  LINE 08 COLUMN 24 PIC ZZ9
012650         USING AR1-SCR-GRACE-DAYS.
012700     05  LINE 09 COLUMN 01 VALUE 'OPERATOR ID. . . . . .'.
012750     05  LINE 09 COLUMN 24 PIC X(08)
012800         USING AR1-SCR-OPERATOR-ID.
012900
013000 PROCEDURE DIVISION.
018800         END-IF
018900         MOVE AR1-FCR-EFFECTIVE-DATE
019000             TO AR1-TBL-EFF-DATE (AR1-PARM-NDX)
019010         IF AR1-FCR-GRACE-DAYS NUMERIC
019020             MOVE AR1-FCR-GRACE-DAYS
019030                 TO AR1-TBL-GRACE-DAYS (AR1-PARM-NDX)
019040         ELSE
019050             MOVE ZERO TO AR1-TBL-GRACE-DAYS (AR1-PARM-NDX)
019060         END-IF
019100         MOVE 'N' TO AR1-TBL-DELETED (AR1-PARM-NDX)
019200     ELSE
019300         DISPLAY 'AR1340: RATE TABLE FULL - ENTRY NOT LOADED'
020600     MOVE SPACES TO AR1-SCR-EFF-DATE
020700     MOVE ZERO   TO AR1-SCR-RATE
020800     MOVE ZERO   TO AR1-SCR-MIN-BAL
020850     MOVE ZERO   TO AR1-SCR-GRACE-DAYS
020900     MOVE SPACES TO AR1-SCR-OPERATOR-ID
021000     DISPLAY AR1-MAINT-SCREEN
021100     ACCEPT  AR1-MAINT-SCREEN
027400             MOVE 'N' TO AR1-EDIT-OK-SWITCH
027500             GO TO 2100-EXIT
027600         END-IF
027610         IF AR1-SCR-GRACE-DAYS > AR1-MAX-GRACE-DAYS
027620             DISPLAY 'GRACE DAYS MUST NOT BE ABOVE 120 BUSINESS '
027630                 'DAYS'
027640             MOVE 'N' TO AR1-EDIT-OK-SWITCH
027650             GO TO 2100-EXIT
027660         END-IF
027700     END-IF
027800
027900     SET AR1-EDIT-OK TO TRUE
033700     MOVE AR1-SCR-RATE     TO AR1-TBL-RATE (AR1-PARM-NDX)
033800     MOVE AR1-SCR-MIN-BAL  TO AR1-TBL-MIN-BAL (AR1-PARM-NDX)
033900     MOVE AR1-SCR-EFF-DATE TO AR1-TBL-EFF-DATE (AR1-PARM-NDX)
033920     MOVE AR1-SCR-GRACE-DAYS
033940         TO AR1-TBL-GRACE-DAYS (AR1-PARM-NDX)
034000     MOVE 'N' TO AR1-TBL-DELETED (AR1-PARM-NDX)
034100     MOVE ZERO TO AR1-RCL-OLD-RATE
034200     MOVE ZERO TO AR1-RCL-OLD-MIN-BAL
034300     MOVE SPACES TO AR1-RCL-OLD-EFF-DATE
034350     MOVE ZERO TO AR1-RCL-OLD-GRACE-DAYS
034400     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
034500     DISPLAY 'ENTRY ADDED'
034600     .
035800         TO AR1-RCL-OLD-MIN-BAL
035900     MOVE AR1-TBL-EFF-DATE (AR1-PARM-NDX)
036000         TO AR1-RCL-OLD-EFF-DATE
036020     MOVE AR1-TBL-GRACE-DAYS (AR1-PARM-NDX)
036040         TO AR1-RCL-OLD-GRACE-DAYS
036100     MOVE AR1-SCR-RATE    TO AR1-TBL-RATE (AR1-PARM-NDX)
036200     MOVE AR1-SCR-MIN-BAL TO AR1-TBL-MIN-BAL (AR1-PARM-NDX)
036220     MOVE AR1-SCR-GRACE-DAYS
036240         TO AR1-TBL-GRACE-DAYS (AR1-PARM-NDX)
036300     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
036400     DISPLAY 'ENTRY CHANGED'
036500     .
037700         TO AR1-RCL-OLD-MIN-BAL
037800     MOVE AR1-TBL-EFF-DATE (AR1-PARM-NDX)
037900         TO AR1-RCL-OLD-EFF-DATE
037920     MOVE AR1-TBL-GRACE-DAYS (AR1-PARM-NDX)
037940         TO AR1-RCL-OLD-GRACE-DAYS
038000     MOVE 'Y' TO AR1-TBL-DELETED (AR1-PARM-NDX)
038100     MOVE ZERO TO AR1-SCR-RATE
038200     MOVE ZERO TO AR1-SCR-MIN-BAL
038250     MOVE ZERO TO AR1-SCR-GRACE-DAYS
038300     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
038400     DISPLAY 'ENTRY DELETED'
038500     .
039400     MOVE AR1-SCR-RATE          TO AR1-RCL-NEW-RATE
039500     MOVE AR1-SCR-MIN-BAL       TO AR1-RCL-NEW-MIN-BAL
039600     MOVE AR1-SCR-EFF-DATE      TO AR1-RCL-NEW-EFF-DATE
039650     MOVE AR1-SCR-GRACE-DAYS    TO AR1-RCL-NEW-GRACE-DAYS
039700     WRITE AR1-RCL-RECORD
039800     .
039900 6000-EXIT.
043900         TO AR1-FCR-MIN-BALANCE
044000     MOVE AR1-TBL-EFF-DATE (AR1-PARM-NDX)
044100         TO AR1-FCR-EFFECTIVE-DATE
044120     MOVE AR1-TBL-GRACE-DAYS (AR1-PARM-NDX)
044140         TO AR1-FCR-GRACE-DAYS
044200     WRITE AR1-FCR-RECORD
044300     .
044400 9110-EXIT.
