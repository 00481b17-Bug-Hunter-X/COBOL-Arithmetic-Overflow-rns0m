000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1470.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1470 - BUSINESS-DAY CALENDAR SUBROUTINE                  *
000900*                                                                *
001000*    SINGLE POINT OF TRUTH FOR WHICH DAYS ARE PROCESSING DAYS   *
001100*    (SEE AR1470P FOR THE INTERFACE).  SATURDAYS AND SUNDAYS    *
001200*    ARE NEVER BUSINESS DAYS; ANY OTHER DAY IS ONE UNLESS IT    *
001300*    IS ON THE HOLIDAY CALENDAR (HOLCAL) MAINTAINED THROUGH     *
001400*    THE AR1450 SCREEN.  USED BY THE AR1460 BUSINESS-DATE       *
001500*    ADVANCE TO FIND THE NEXT PROCESSING DAY, AND BY THE AR1300 *
001600*    AGING AND AR1330 FINANCE-CHARGE RUNS TO COUNT DAYS IN      *
001700*    BUSINESS DAYS ACROSS WEEKENDS AND HOLIDAYS.  THE CALENDAR  *
001800*    IS LOADED ON THE FIRST CALL AND KEPT FOR THE REST OF THE   *
001900*    STEP, THE WAY AR1150 KEEPS ITS FILES OPEN.  A MISSING      *
002000*    CALENDAR IS NOT FATAL: WEEKENDS ARE STILL SKIPPED AND THE  *
002100*    CALLER IS TOLD WITH RETURN CODE 4.                         *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    DATE       INIT  DESCRIPTION                               *
002500*    ---------- ----  ------------------------------------------*
002600*    2026-10-14 RVH   ORIGINAL BUSINESS-DAY CALENDAR SUBROUTINE *
002700*    2026-10-15 RVH   FROM-DATE EDITED AGAINST THE MONTH LENGTH *
002800*                     AND LEAP YEAR                             *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-390.
003300 OBJECT-COMPUTER. IBM-390.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS AR1-HOL-DATE
004000         FILE STATUS IS AR1-HOL-FS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  HOLIDAY-CALENDAR
004500     RECORDING MODE IS F.
004600     COPY AR1HOL.
004700
004800 WORKING-STORAGE SECTION.
004900 01  AR1-FILE-STATUSES.
005000     05  AR1-HOL-FS              PIC X(02) VALUE '00'.
005100
005200 01  AR1-SWITCHES.
005300     05  AR1-CAL-LOADED-SWITCH   PIC X(01) VALUE 'N'.
005400         88  AR1-CALENDAR-LOADED     VALUE 'Y'.
005500     05  AR1-CAL-SHORT-SWITCH    PIC X(01) VALUE 'N'.
005600         88  AR1-CALENDAR-INCOMPLETE VALUE 'Y'.
005700     05  AR1-HOL-EOF-SWITCH      PIC X(01) VALUE 'N'.
005800         88  AR1-HOL-EOF             VALUE 'Y'.
005900     05  AR1-DATE-OK-SWITCH      PIC X(01) VALUE 'N'.
006000         88  AR1-DATE-OK             VALUE 'Y'.
006100
006200 01  AR1-HOLIDAY-TABLE.
006300     05  AR1-HOLIDAY-ENTRY OCCURS 500 TIMES
006400                           INDEXED BY AR1-HOL-NDX.
006500         10  AR1-TBL-HOL-DATE    PIC X(08).
006600     05  AR1-HOLIDAY-COUNT       PIC 9(04) VALUE ZERO.
006700
006800 01  AR1-WORK-FIELDS.
006900     05  AR1-WORK-DATE.
007000         10  AR1-WORK-YYYY       PIC 9(04).
007100         10  AR1-WORK-MM         PIC 9(02).
007200         10  AR1-WORK-DD         PIC 9(02).
007300     05  AR1-WORK-DATE-NUM REDEFINES AR1-WORK-DATE
007400                                 PIC 9(08).
007500     05  AR1-WORK-DATE-INT       PIC S9(09) COMP VALUE ZERO.
007600     05  AR1-WORK-OFFSET         PIC S9(09) COMP VALUE ZERO.
007700     05  AR1-WORK-WEEKS          PIC S9(09) COMP VALUE ZERO.
007800     05  AR1-WORK-WEEKDAY        PIC 9(01) VALUE ZERO.
007900     05  AR1-DAYS-COUNTED        PIC 9(05) COMP VALUE ZERO.
008000     05  AR1-WORK-MONTH-END      PIC 9(02) VALUE ZERO.
008100     05  AR1-WORK-QUOTIENT       PIC 9(04) VALUE ZERO.
008200     05  AR1-WORK-REM-4          PIC 9(04) VALUE ZERO.
008300     05  AR1-WORK-REM-100        PIC 9(04) VALUE ZERO.
008400     05  AR1-WORK-REM-400        PIC 9(04) VALUE ZERO.
008500
008600 01  AR1-MONTH-LENGTHS.
008700     05  FILLER                  PIC X(24)
008800         VALUE '312831303130313130313031'.
008900 01  AR1-MONTH-TABLE REDEFINES AR1-MONTH-LENGTHS.
009000     05  AR1-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
009100
009200 LINKAGE SECTION.
009300     COPY AR1470P.
009400
009500 PROCEDURE DIVISION USING LK-AR1470-PARMS.
009600 0000-MAINLINE.
009700     MOVE 0 TO LK-BDC-RETURN-CODE
009800     MOVE SPACES TO LK-BDC-RESULT-DATE
009900     MOVE SPACE TO LK-BDC-IS-BUS-DAY
010000     IF NOT AR1-CALENDAR-LOADED
010100         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
010200     END-IF
010300
010400     PERFORM 2000-EDIT-FROM-DATE THRU 2000-EXIT
010500     IF AR1-DATE-OK
010600         EVALUATE TRUE
010700             WHEN LK-BDC-TEST-DAY
010800                 PERFORM 3000-TEST-DAY THRU 3000-EXIT
010900             WHEN LK-BDC-NEXT-DAY
011000                 PERFORM 4000-NEXT-DAY THRU 4000-EXIT
011100             WHEN LK-BDC-BACK-DAYS
011200                 PERFORM 5000-BACK-DAYS THRU 5000-EXIT
011300             WHEN OTHER
011400                 MOVE 8 TO LK-BDC-RETURN-CODE
011500         END-EVALUATE
011600     ELSE
011700         MOVE 8 TO LK-BDC-RETURN-CODE
011800     END-IF
011900
012000     IF LK-BDC-RETURN-CODE = ZERO
012100         AND AR1-CALENDAR-INCOMPLETE
012200         MOVE 4 TO LK-BDC-RETURN-CODE
012300     END-IF
012400     GOBACK.
012500
012600*****************************************************************
012700*    LOAD THE HOLIDAY CALENDAR ONCE PER STEP                    *
012800*****************************************************************
012900 1000-LOAD-CALENDAR.
013000     SET AR1-CALENDAR-LOADED TO TRUE
013100     OPEN INPUT HOLIDAY-CALENDAR
013200     IF AR1-HOL-FS NOT = '00'
013300         DISPLAY 'AR1470: HOLIDAY CALENDAR NOT AVAILABLE - '
013400             'STATUS ' AR1-HOL-FS ' - WEEKENDS ONLY'
013500         SET AR1-CALENDAR-INCOMPLETE TO TRUE
013600         GO TO 1000-EXIT
013700     END-IF
013800     READ HOLIDAY-CALENDAR
013900         AT END SET AR1-HOL-EOF TO TRUE
014000     END-READ
014100     PERFORM 1100-LOAD-ONE-HOLIDAY THRU 1100-EXIT
014200         UNTIL AR1-HOL-EOF
014300     CLOSE HOLIDAY-CALENDAR
014400     .
014500 1000-EXIT.
014600     EXIT.
014700
014800 1100-LOAD-ONE-HOLIDAY.
014900     IF AR1-HOLIDAY-COUNT < 500
015000         ADD 1 TO AR1-HOLIDAY-COUNT
015100         SET AR1-HOL-NDX TO AR1-HOLIDAY-COUNT
015200         MOVE AR1-HOL-DATE TO AR1-TBL-HOL-DATE (AR1-HOL-NDX)
015300     ELSE
015400         DISPLAY 'AR1470: HOLIDAY TABLE FULL - ' AR1-HOL-DATE
015500             ' NOT LOADED'
015600         SET AR1-CALENDAR-INCOMPLETE TO TRUE
015700     END-IF
015800     READ HOLIDAY-CALENDAR
015900         AT END SET AR1-HOL-EOF TO TRUE
016000     END-READ
016100     .
016200 1100-EXIT.
016300     EXIT.
016400
016500 2000-EDIT-FROM-DATE.
016600     MOVE 'N' TO AR1-DATE-OK-SWITCH
016700     IF LK-BDC-FROM-DATE NOT NUMERIC
016800         GO TO 2000-EXIT
016900     END-IF
017000     MOVE LK-BDC-FROM-DATE TO AR1-WORK-DATE
017100     IF AR1-WORK-YYYY < 1601
017200         OR AR1-WORK-MM < 01 OR AR1-WORK-MM > 12
017300         GO TO 2000-EXIT
017400     END-IF
017500     PERFORM 2100-SET-MONTH-END THRU 2100-EXIT
017600     IF AR1-WORK-DD < 01 OR AR1-WORK-DD > AR1-WORK-MONTH-END
017700         GO TO 2000-EXIT
017800     END-IF
017900     COMPUTE AR1-WORK-DATE-INT =
018000         FUNCTION INTEGER-OF-DATE (AR1-WORK-DATE-NUM)
018100     SET AR1-DATE-OK TO TRUE
018200     .
018300 2000-EXIT.
018400     EXIT.
018500
018600 2100-SET-MONTH-END.
018700     MOVE AR1-MONTH-DAYS (AR1-WORK-MM) TO AR1-WORK-MONTH-END
018800     IF AR1-WORK-MM NOT = 02
018900         GO TO 2100-EXIT
019000     END-IF
019100     DIVIDE AR1-WORK-YYYY BY 4 GIVING AR1-WORK-QUOTIENT
019200         REMAINDER AR1-WORK-REM-4
019300     DIVIDE AR1-WORK-YYYY BY 100 GIVING AR1-WORK-QUOTIENT
019400         REMAINDER AR1-WORK-REM-100
019500     DIVIDE AR1-WORK-YYYY BY 400 GIVING AR1-WORK-QUOTIENT
019600         REMAINDER AR1-WORK-REM-400
019700     IF AR1-WORK-REM-4 = ZERO
019800         AND (AR1-WORK-REM-100 NOT = ZERO
019900              OR AR1-WORK-REM-400 = ZERO)
020000         MOVE 29 TO AR1-WORK-MONTH-END
020100     END-IF
020200     .
020300 2100-EXIT.
020400     EXIT.
020500
020600 3000-TEST-DAY.
020700     PERFORM 7000-CLASSIFY-DAY THRU 7000-EXIT
020800     MOVE AR1-WORK-DATE TO LK-BDC-RESULT-DATE
020900     .
021000 3000-EXIT.
021100     EXIT.
021200
021300 4000-NEXT-DAY.
021400     SET LK-BDC-NON-PROC-DAY TO TRUE
021500     PERFORM 7100-STEP-FORWARD THRU 7100-EXIT
021600         UNTIL LK-BDC-BUSINESS-DAY
021700     MOVE AR1-WORK-DATE TO LK-BDC-RESULT-DATE
021800     .
021900 4000-EXIT.
022000     EXIT.
022100
022200*****************************************************************
022300*    COUNT BACK DAY-COUNT BUSINESS DAYS.  A DATE LATER THAN THE *
022400*    RESULT IS WITHIN DAY-COUNT BUSINESS DAYS OF FROM-DATE; THE *
022500*    RESULT ITSELF AND ANYTHING EARLIER IS OLDER THAN THAT      *
022600*****************************************************************
022700 5000-BACK-DAYS.
022800     MOVE ZERO TO AR1-DAYS-COUNTED
022900     PERFORM 5100-BACK-ONE-DAY THRU 5100-EXIT
023000         UNTIL AR1-DAYS-COUNTED >= LK-BDC-DAY-COUNT
023100     MOVE AR1-WORK-DATE TO LK-BDC-RESULT-DATE
023200     .
023300 5000-EXIT.
023400     EXIT.
023500
023600 5100-BACK-ONE-DAY.
023700     SET LK-BDC-NON-PROC-DAY TO TRUE
023800     PERFORM 7200-STEP-BACK THRU 7200-EXIT
023900         UNTIL LK-BDC-BUSINESS-DAY
024000     ADD 1 TO AR1-DAYS-COUNTED
024100     .
024200 5100-EXIT.
024300     EXIT.
024400
024500*****************************************************************
024600*    CLASSIFY THE WORK DATE.  DAY 1 OF INTEGER-OF-DATE          *
024700*    (1601-01-01) WAS A MONDAY, SO THE REMAINDER OF (DAY - 1)   *
024800*    BY 7 IS 0 FOR MONDAY THROUGH 5 SATURDAY AND 6 SUNDAY       *
024900*****************************************************************
025000 7000-CLASSIFY-DAY.
025100     COMPUTE AR1-WORK-OFFSET = AR1-WORK-DATE-INT - 1
025200     DIVIDE AR1-WORK-OFFSET BY 7 GIVING AR1-WORK-WEEKS
025300         REMAINDER AR1-WORK-WEEKDAY
025400     IF AR1-WORK-WEEKDAY > 4
025500         SET LK-BDC-NON-PROC-DAY TO TRUE
025600         GO TO 7000-EXIT
025700     END-IF
025800     SET LK-BDC-BUSINESS-DAY TO TRUE
025900     IF AR1-HOLIDAY-COUNT = ZERO
026000         GO TO 7000-EXIT
026100     END-IF
026200     SET AR1-HOL-NDX TO 1
026300     SEARCH AR1-HOLIDAY-ENTRY
026400         AT END
026500             SET LK-BDC-BUSINESS-DAY TO TRUE
026600         WHEN AR1-HOL-NDX > AR1-HOLIDAY-COUNT
026700             SET LK-BDC-BUSINESS-DAY TO TRUE
026800         WHEN AR1-TBL-HOL-DATE (AR1-HOL-NDX) = AR1-WORK-DATE
026900             SET LK-BDC-NON-PROC-DAY TO TRUE
027000     END-SEARCH
027100     .
027200 7000-EXIT.
027300     EXIT.
027400
027500 7100-STEP-FORWARD.
027600     ADD 1 TO AR1-WORK-DATE-INT
027700     COMPUTE AR1-WORK-DATE-NUM =
027800         FUNCTION DATE-OF-INTEGER (AR1-WORK-DATE-INT)
027900     PERFORM 7000-CLASSIFY-DAY THRU 7000-EXIT
028000     .
028100 7100-EXIT.
028200     EXIT.
028300
028400 7200-STEP-BACK.
028500     SUBTRACT 1 FROM AR1-WORK-DATE-INT
028600     COMPUTE AR1-WORK-DATE-NUM =
028700         FUNCTION DATE-OF-INTEGER (AR1-WORK-DATE-INT)
028800     PERFORM 7000-CLASSIFY-DAY THRU 7000-EXIT
028900     .
029000 7200-EXIT.
029100     EXIT.
