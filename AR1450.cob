000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1450.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1450 - BUSINESS CALENDAR MAINTENANCE SCREEN              *
000900*                                                                *
001000*    ONLINE UPKEEP OF THE HOLIDAY / NON-PROCESSING-DAY          *
001100*    CALENDAR (HOLCAL, SEE AR1HOL) AND OF THE BUSINESS-DATE     *
001200*    CONTROL FILE (BUSDTCTL, SEE AR1BDT) THAT AR1130 READS IN   *
001300*    PLACE OF THE SYSTEM CLOCK.  A HOLIDAY MAY ONLY BE ADDED    *
001400*    OR DELETED AHEAD OF THE CURRENT BUSINESS DATE - A DAY      *
001500*    ALREADY PROCESSED CANNOT BE MADE A HOLIDAY AFTER THE       *
001600*    FACT.  THE BUSINESS DATE ITSELF IS NEVER KEYED HERE ONCE   *
001700*    SET UP; ONLY THE AR1460 ADVANCE MOVES IT ON.               *
001800*                                                                *
001900*    A BACK-DATED RUN FOR A MISSED EARLIER BUSINESS DAY IS SET  *
002000*    (OR CLEARED) HERE BY AN OPERATOR WITH APPROVAL AUTHORITY   *
002100*    ON THE OPERATOR SECURITY FILE, THE SAME TEST AS THE AR1260 *
002200*    APPROVER.  WHILE IT IS SET EVERY PROGRAM THAT TAKES ITS    *
002300*    RUN-ID FROM AR1130 RUNS UNDER THE BACK DATE, SO THE        *
002400*    CATCH-UP STREAM SHOULD RUN UNDER ITS OWN CYCLE NUMBER      *
002500*    (CYCLPARM) IF THAT DATE'S CYCLE 01 ALREADY RAN.  EVERY     *
002600*    CHANGE IS LOGGED TO THE CALENDAR CHANGE LOG WITH THE       *
002700*    OPERATOR WHO MADE IT.                                      *
002800*                                                                *
002900*    FUNCTION CODES: A=ADD HOLIDAY  D=DELETE HOLIDAY            *
003000*                    B=SET BACK-DATED RUN  X=CLEAR IT           *
003100*                    I=SET THE FIRST BUSINESS DATE  BLANK=EXIT  *
003200*                                                                *
003300*    MODIFICATION HISTORY                                       *
003400*    DATE       INIT  DESCRIPTION                               *
003500*    ---------- ----  ------------------------------------------*
003600*    2026-10-14 RVH   ORIGINAL BUSINESS CALENDAR SCREEN         *
003700*    2026-10-15 RVH   DATES EDITED AGAINST THE MONTH LENGTH AND *
003800*                     LEAP YEAR.  A FAILED WRITE OF THE FIRST   *
003900*                     BUSINESS DATE IS REPORTED, NOT LOGGED     *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-390.
004400 OBJECT-COMPUTER. IBM-390.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT BUSINESS-DATE-CTL ASSIGN TO BUSDTCTL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS AR1-BDT-FS.
005000
005100     SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS AR1-HOL-DATE
005500         FILE STATUS IS AR1-HOL-FS.
005600
005700     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS AR1-OPR-OPERATOR-ID
006100         FILE STATUS IS AR1-OPR-FS.
006200
006300     SELECT CALENDAR-CHANGE-LOG ASSIGN TO CALLOG
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS AR1-BCL-FS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  BUSINESS-DATE-CTL
007000     RECORDING MODE IS F.
007100     COPY AR1BDT.
007200
007300 FD  HOLIDAY-CALENDAR
007400     RECORDING MODE IS F.
007500     COPY AR1HOL.
007600
007700 FD  OPERATOR-SECURITY
007800     RECORDING MODE IS F.
007900     COPY AR1OPR.
008000
008100 FD  CALENDAR-CHANGE-LOG
008200     RECORDING MODE IS F.
008300     COPY AR1BCL.
008400
008500 WORKING-STORAGE SECTION.
008600 01  AR1-FILE-STATUSES.
008700     05  AR1-BDT-FS              PIC X(02) VALUE '00'.
008800     05  AR1-HOL-FS              PIC X(02) VALUE '00'.
008900     05  AR1-OPR-FS              PIC X(02) VALUE '00'.
009000     05  AR1-BCL-FS              PIC X(02) VALUE '00'.
009100
009200 01  AR1-SWITCHES.
009300     05  AR1-MORE-WORK-SWITCH    PIC X(01) VALUE 'Y'.
009400         88  AR1-MORE-WORK           VALUE 'Y'.
009500     05  AR1-EDIT-OK-SWITCH      PIC X(01) VALUE 'N'.
009600         88  AR1-EDIT-OK             VALUE 'Y'.
009700     05  AR1-CONTROL-SWITCH      PIC X(01) VALUE 'N'.
009800         88  AR1-CONTROL-EXISTS      VALUE 'Y'.
009900     05  AR1-PROC-DAY-SWITCH     PIC X(01) VALUE 'N'.
010000         88  AR1-PROCESSING-DAY      VALUE 'Y'.
010100     05  AR1-UPDATE-OK-SWITCH    PIC X(01) VALUE 'N'.
010200         88  AR1-UPDATE-OK           VALUE 'Y'.
010300     05  AR1-CAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010400         88  AR1-CALENDAR-OPEN       VALUE 'Y'.
010500     05  AR1-SEC-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010600         88  AR1-SECURITY-OPEN       VALUE 'Y'.
010700     05  AR1-LOG-OPEN-SWITCH     PIC X(01) VALUE 'N'.
010800         88  AR1-CHANGE-LOG-OPEN     VALUE 'Y'.
010900
011000 01  AR1-CURRENT-TIMESTAMP       PIC X(26).
011100
011200*    THE CONTROL RECORD AS LAST READ, AND THE BACK-DATED RUN
011300*    FIELDS A SET OR CLEAR WILL REWRITE ONTO IT
011400 01  AR1-CONTROL-FIELDS.
011500     05  AR1-CTL-BUSINESS-DATE   PIC X(08) VALUE SPACES.
011600     05  AR1-CTL-BACKDATE-DATE   PIC X(08) VALUE SPACES.
011700     05  AR1-NEW-BACKDATE-DATE   PIC X(08) VALUE SPACES.
011800     05  AR1-NEW-BACKDATE-BY     PIC X(08) VALUE SPACES.
011900     05  AR1-NEW-BACKDATE-TS     PIC X(26) VALUE SPACES.
012000
012100 01  AR1-SCREEN-FIELDS.
012200     05  AR1-SCR-FUNCTION        PIC X(01) VALUE SPACE.
012300         88  AR1-SCR-FUNC-ADD        VALUE 'A'.
012400         88  AR1-SCR-FUNC-DELETE     VALUE 'D'.
012500         88  AR1-SCR-FUNC-BACKDATE   VALUE 'B'.
012600         88  AR1-SCR-FUNC-CLEAR      VALUE 'X'.
012700         88  AR1-SCR-FUNC-INIT       VALUE 'I'.
012800         88  AR1-SCR-FUNC-EXIT       VALUE ' '.
012900     05  AR1-SCR-DATE            PIC X(08) VALUE SPACES.
013000     05  AR1-SCR-DESCRIPTION     PIC X(30) VALUE SPACES.
013100     05  AR1-SCR-OPERATOR-ID     PIC X(08) VALUE SPACES.
013200
013300 01  AR1-EDIT-DATE-FIELDS.
013400     05  AR1-EDIT-DATE.
013500         10  AR1-EDIT-YYYY       PIC 9(04).
013600         10  AR1-EDIT-MM         PIC 9(02).
013700         10  AR1-EDIT-DD         PIC 9(02).
013800     05  AR1-EDIT-DATE-NUM REDEFINES AR1-EDIT-DATE
013900                                 PIC 9(08).
014000     05  AR1-EDIT-DATE-INT       PIC S9(09) COMP VALUE ZERO.
014100     05  AR1-EDIT-WEEKS          PIC S9(09) COMP VALUE ZERO.
014200     05  AR1-EDIT-WEEKDAY        PIC 9(01) VALUE ZERO.
014300     05  AR1-EDIT-MONTH-END      PIC 9(02) VALUE ZERO.
014400     05  AR1-EDIT-QUOTIENT       PIC 9(04) VALUE ZERO.
014500     05  AR1-EDIT-REM-4          PIC 9(04) VALUE ZERO.
014600     05  AR1-EDIT-REM-100        PIC 9(04) VALUE ZERO.
014700     05  AR1-EDIT-REM-400        PIC 9(04) VALUE ZERO.
014800
014900 01  AR1-MONTH-LENGTHS.
015000     05  FILLER                  PIC X(24)
015100         VALUE '312831303130313130313031'.
015200 01  AR1-MONTH-TABLE REDEFINES AR1-MONTH-LENGTHS.
015300     05  AR1-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
015400
015500 SCREEN SECTION.
015600 01  AR1-MAINT-SCREEN.
015700     05  BLANK SCREEN.
015800     05  LINE 01 COLUMN 01
015900         VALUE 'AR1450  BUSINESS CALENDAR MAINTENANCE'.
016000     05  LINE 03 COLUMN 01 VALUE 'BUSINESS DATE. . . . .'.
016100     05  LINE 03 COLUMN 24 PIC X(08)
016200         FROM AR1-CTL-BUSINESS-DATE.
016300     05  LINE 04 COLUMN 01 VALUE 'BACK-DATED RUN . . . .'.
016400     05  LINE 04 COLUMN 24 PIC X(08)
016500         FROM AR1-CTL-BACKDATE-DATE.
016600     05  LINE 06 COLUMN 01 VALUE 'FUNCTION (A/D/B/X/I) .'.
016700     05  LINE 06 COLUMN 24 PIC X(01)
016800         USING AR1-SCR-FUNCTION.
016900     05  LINE 07 COLUMN 01 VALUE 'DATE (YYYYMMDD) . . .'.
017000     05  LINE 07 COLUMN 24 PIC X(08)
017100         USING AR1-SCR-DATE.
017200     05  LINE 08 COLUMN 01 VALUE 'DESCRIPTION. . . . . .'.
017300     05  LINE 08 COLUMN 24 PIC X(30)
017400         USING AR1-SCR-DESCRIPTION.
017500     05  LINE 10 COLUMN 01 VALUE 'YOUR OPERATOR ID . . .'.
017600     05  LINE 10 COLUMN 24 PIC X(08)
017700         USING AR1-SCR-OPERATOR-ID.
017800     05  LINE 12 COLUMN 01
017900         VALUE 'A=ADD HOLIDAY  D=DELETE HOLIDAY'.
018000     05  LINE 13 COLUMN 01
018100         VALUE 'B=SET BACK-DATED RUN  X=CLEAR BACK-DATED RUN'.
018200     05  LINE 14 COLUMN 01
018300         VALUE 'I=SET FIRST BUSINESS DATE'.
018400
018500 PROCEDURE DIVISION.
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018800     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
018900         UNTIL NOT AR1-MORE-WORK
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT
019100     GOBACK.
019200
019300 1000-INITIALIZE.
019400     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
019500     OPEN I-O HOLIDAY-CALENDAR
019600     IF AR1-HOL-FS = '05' OR '35'
019700         OPEN OUTPUT HOLIDAY-CALENDAR
019800         CLOSE HOLIDAY-CALENDAR
019900         OPEN I-O HOLIDAY-CALENDAR
020000     END-IF
020100     IF AR1-HOL-FS NOT = '00'
020200         DISPLAY 'AR1450: HOLIDAY CALENDAR ERROR - STATUS '
020300             AR1-HOL-FS ' - MAINTENANCE REFUSED'
020400         MOVE 'N' TO AR1-MORE-WORK-SWITCH
020500         GO TO 1000-EXIT
020600     END-IF
020700     SET AR1-CALENDAR-OPEN TO TRUE
020800     OPEN INPUT OPERATOR-SECURITY
020900     IF AR1-OPR-FS NOT = '00'
021000         DISPLAY 'AR1450: OPERATOR SECURITY FILE NOT '
021100             'AVAILABLE - MAINTENANCE REFUSED'
021200         MOVE 'N' TO AR1-MORE-WORK-SWITCH
021300         GO TO 1000-EXIT
021400     END-IF
021500     SET AR1-SECURITY-OPEN TO TRUE
021600     OPEN EXTEND CALENDAR-CHANGE-LOG
021700     IF AR1-BCL-FS = '05' OR '35'
021800         OPEN OUTPUT CALENDAR-CHANGE-LOG
021900     END-IF
022000*    NO LOG, NO MAINTENANCE - THE SAME RULE AS AR1350
022100     IF AR1-BCL-FS NOT = '00'
022200         DISPLAY 'AR1450: CALENDAR CHANGE LOG ERROR - '
022300             'STATUS ' AR1-BCL-FS ' - MAINTENANCE REFUSED'
022400         MOVE 'N' TO AR1-MORE-WORK-SWITCH
022500         GO TO 1000-EXIT
022600     END-IF
022700     SET AR1-CHANGE-LOG-OPEN TO TRUE
022800     .
022900 1000-EXIT.
023000     EXIT.
023100
023200*****************************************************************
023300*    RE-READ THE CONTROL RECORD BEFORE EVERY REQUEST - THE      *
023400*    AR1460 ADVANCE MAY HAVE MOVED IT ON SINCE THE LAST ONE     *
023500*****************************************************************
023600 1100-LOAD-CONTROL.
023700     MOVE 'N' TO AR1-CONTROL-SWITCH
023800     MOVE SPACES TO AR1-CTL-BUSINESS-DATE
023900     MOVE SPACES TO AR1-CTL-BACKDATE-DATE
024000     OPEN INPUT BUSINESS-DATE-CTL
024100     IF AR1-BDT-FS NOT = '00'
024200         GO TO 1100-EXIT
024300     END-IF
024400     READ BUSINESS-DATE-CTL
024500         NOT AT END
024600             SET AR1-CONTROL-EXISTS TO TRUE
024700             MOVE AR1-BDT-BUSINESS-DATE TO AR1-CTL-BUSINESS-DATE
024800             MOVE AR1-BDT-BACKDATE-DATE TO AR1-CTL-BACKDATE-DATE
024900     END-READ
025000     CLOSE BUSINESS-DATE-CTL
025100     .
025200 1100-EXIT.
025300     EXIT.
025400
025500 2000-PROCESS-ONE-REQUEST.
025600     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
025700     MOVE SPACE  TO AR1-SCR-FUNCTION
025800     MOVE SPACES TO AR1-SCR-DATE
025900     MOVE SPACES TO AR1-SCR-DESCRIPTION
026000     MOVE SPACES TO AR1-SCR-OPERATOR-ID
026100     DISPLAY AR1-MAINT-SCREEN
026200     ACCEPT  AR1-MAINT-SCREEN
026300
026400     IF AR1-SCR-FUNC-EXIT
026500         MOVE 'N' TO AR1-MORE-WORK-SWITCH
026600         GO TO 2000-EXIT
026700     END-IF
026800
026900     PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT
027000     IF NOT AR1-EDIT-OK
027100         GO TO 2000-EXIT
027200     END-IF
027300
027400     EVALUATE TRUE
027500         WHEN AR1-SCR-FUNC-ADD
027600             PERFORM 3000-ADD-HOLIDAY THRU 3000-EXIT
027700         WHEN AR1-SCR-FUNC-DELETE
027800             PERFORM 4000-DELETE-HOLIDAY THRU 4000-EXIT
027900         WHEN AR1-SCR-FUNC-BACKDATE
028000             PERFORM 5000-SET-BACKDATE THRU 5000-EXIT
028100         WHEN AR1-SCR-FUNC-CLEAR
028200             PERFORM 5500-CLEAR-BACKDATE THRU 5500-EXIT
028300         WHEN AR1-SCR-FUNC-INIT
028400             PERFORM 6000-SET-FIRST-DATE THRU 6000-EXIT
028500     END-EVALUATE
028600     .
028700 2000-EXIT.
028800     EXIT.
028900
029000 2100-VALIDATE-REQUEST.
029100     MOVE 'N' TO AR1-EDIT-OK-SWITCH
029200
029300     IF AR1-SCR-FUNCTION NOT = 'A' AND 'D' AND 'B' AND 'X'
029400         AND 'I'
029500         DISPLAY 'FUNCTION MUST BE A, D, B, X OR I'
029600         GO TO 2100-EXIT
029700     END-IF
029800
029900     IF AR1-SCR-OPERATOR-ID = SPACES
030000         DISPLAY 'YOUR OPERATOR ID IS REQUIRED'
030100         GO TO 2100-EXIT
030200     END-IF
030300     PERFORM 2200-CHECK-OPERATOR THRU 2200-EXIT
030400     IF NOT AR1-EDIT-OK
030500         GO TO 2100-EXIT
030600     END-IF
030700     MOVE 'N' TO AR1-EDIT-OK-SWITCH
030800
030900     IF AR1-SCR-FUNC-INIT
031000         IF AR1-CONTROL-EXISTS
031100             DISPLAY 'BUSINESS DATE ALREADY SET - ONLY THE '
031200                 'AR1460 ADVANCE MOVES IT ON'
031300             GO TO 2100-EXIT
031400         END-IF
031500     ELSE
031600         IF NOT AR1-CONTROL-EXISTS
031700             DISPLAY 'NO BUSINESS DATE SET UP YET - USE I FIRST'
031800             GO TO 2100-EXIT
031900         END-IF
032000     END-IF
032100
032200     IF NOT AR1-SCR-FUNC-CLEAR
032300         PERFORM 2110-VALIDATE-DATE THRU 2110-EXIT
032400         IF NOT AR1-EDIT-OK
032500             GO TO 2100-EXIT
032600         END-IF
032700         MOVE 'N' TO AR1-EDIT-OK-SWITCH
032800     END-IF
032900
033000     IF AR1-SCR-FUNC-ADD
033100         AND AR1-SCR-DESCRIPTION = SPACES
033200         DISPLAY 'DESCRIPTION IS REQUIRED FOR A HOLIDAY'
033300         GO TO 2100-EXIT
033400     END-IF
033500
033600     SET AR1-EDIT-OK TO TRUE
033700     .
033800 2100-EXIT.
033900     EXIT.
034000
034100 2110-VALIDATE-DATE.
034200     MOVE 'N' TO AR1-EDIT-OK-SWITCH
034300     IF AR1-SCR-DATE NOT NUMERIC
034400         DISPLAY 'DATE MUST BE YYYYMMDD'
034500         GO TO 2110-EXIT
034600     END-IF
034700     MOVE AR1-SCR-DATE TO AR1-EDIT-DATE
034800     IF AR1-EDIT-YYYY < 1601
034900         OR AR1-EDIT-MM < 01 OR AR1-EDIT-MM > 12
035000         DISPLAY 'DATE MUST BE A VALID YYYYMMDD'
035100         GO TO 2110-EXIT
035200     END-IF
035300     PERFORM 2120-SET-MONTH-END THRU 2120-EXIT
035400     IF AR1-EDIT-DD < 01 OR AR1-EDIT-DD > AR1-EDIT-MONTH-END
035500         DISPLAY 'DATE MUST BE A VALID YYYYMMDD'
035600         GO TO 2110-EXIT
035700     END-IF
035800     SET AR1-EDIT-OK TO TRUE
035900     .
036000 2110-EXIT.
036100     EXIT.
036200
036300 2120-SET-MONTH-END.
036400     MOVE AR1-MONTH-DAYS (AR1-EDIT-MM) TO AR1-EDIT-MONTH-END
036500     IF AR1-EDIT-MM NOT = 02
036600         GO TO 2120-EXIT
036700     END-IF
036800     DIVIDE AR1-EDIT-YYYY BY 4 GIVING AR1-EDIT-QUOTIENT
036900         REMAINDER AR1-EDIT-REM-4
037000     DIVIDE AR1-EDIT-YYYY BY 100 GIVING AR1-EDIT-QUOTIENT
037100         REMAINDER AR1-EDIT-REM-100
037200     DIVIDE AR1-EDIT-YYYY BY 400 GIVING AR1-EDIT-QUOTIENT
037300         REMAINDER AR1-EDIT-REM-400
037400     IF AR1-EDIT-REM-4 = ZERO
037500         AND (AR1-EDIT-REM-100 NOT = ZERO
037600              OR AR1-EDIT-REM-400 = ZERO)
037700         MOVE 29 TO AR1-EDIT-MONTH-END
037800     END-IF
037900     .
038000 2120-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400*    ANY ACTIVE OPERATOR MAY MAINTAIN HOLIDAYS; THE BUSINESS    *
038500*    DATE AND BACK-DATED RUNS NEED APPROVAL AUTHORITY           *
038600*****************************************************************
038700 2200-CHECK-OPERATOR.
038800     MOVE 'N' TO AR1-EDIT-OK-SWITCH
038900     MOVE AR1-SCR-OPERATOR-ID TO AR1-OPR-OPERATOR-ID
039000     READ OPERATOR-SECURITY
039100         INVALID KEY
039200             DISPLAY 'OPERATOR NOT ON SECURITY FILE'
039300             GO TO 2200-EXIT
039400     END-READ
039500     IF NOT AR1-OPR-ACTIVE
039600         DISPLAY 'OPERATOR NOT ACTIVE'
039700         GO TO 2200-EXIT
039800     END-IF
039900     IF AR1-SCR-FUNC-BACKDATE OR AR1-SCR-FUNC-CLEAR
040000         OR AR1-SCR-FUNC-INIT
040100         IF AR1-OPR-APPROVE-LIMIT NOT > ZERO
040200             DISPLAY 'OPERATOR HAS NO APPROVAL AUTHORITY - A '
040300                 'SUPERVISOR MUST SET THE BUSINESS DATE'
040400             GO TO 2200-EXIT
040500         END-IF
040600     END-IF
040700     SET AR1-EDIT-OK TO TRUE
040800     .
040900 2200-EXIT.
041000     EXIT.
041100
041200 3000-ADD-HOLIDAY.
041300     IF AR1-SCR-DATE NOT > AR1-CTL-BUSINESS-DATE
041400         DISPLAY 'A HOLIDAY MUST FALL AFTER THE BUSINESS DATE'
041500         GO TO 3000-EXIT
041600     END-IF
041700     PERFORM 7000-CHECK-PROCESSING-DAY THRU 7000-EXIT
041800     IF AR1-EDIT-WEEKDAY > 4
041900         DISPLAY 'DATE IS A WEEKEND - ALREADY A NON-PROCESSING '
042000             'DAY'
042100         GO TO 3000-EXIT
042200     END-IF
042300     MOVE SPACES TO AR1-HOL-RECORD
042400     MOVE AR1-SCR-DATE          TO AR1-HOL-DATE
042500     MOVE AR1-SCR-DESCRIPTION   TO AR1-HOL-DESCRIPTION
042600     MOVE AR1-SCR-OPERATOR-ID   TO AR1-HOL-ADDED-BY
042700     MOVE AR1-CURRENT-TIMESTAMP TO AR1-HOL-ADDED-TS
042800     WRITE AR1-HOL-RECORD
042900         INVALID KEY
043000             DISPLAY 'DATE ALREADY ON THE HOLIDAY CALENDAR'
043100             GO TO 3000-EXIT
043200     END-WRITE
043300     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
043400     DISPLAY 'HOLIDAY ADDED'
043500     .
043600 3000-EXIT.
043700     EXIT.
043800
043900 4000-DELETE-HOLIDAY.
044000     IF AR1-SCR-DATE NOT > AR1-CTL-BUSINESS-DATE
044100         DISPLAY 'ONLY A HOLIDAY AFTER THE BUSINESS DATE CAN BE '
044200             'DELETED'
044300         GO TO 4000-EXIT
044400     END-IF
044500     MOVE AR1-SCR-DATE TO AR1-HOL-DATE
044600     READ HOLIDAY-CALENDAR
044700         INVALID KEY
044800             DISPLAY 'DATE NOT ON THE HOLIDAY CALENDAR'
044900             GO TO 4000-EXIT
045000     END-READ
045100     MOVE AR1-HOL-DESCRIPTION TO AR1-SCR-DESCRIPTION
045200     DELETE HOLIDAY-CALENDAR
045300         INVALID KEY
045400             DISPLAY 'HOLIDAY DELETE FAILED - STATUS ' AR1-HOL-FS
045500             GO TO 4000-EXIT
045600     END-DELETE
045700     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
045800     DISPLAY 'HOLIDAY DELETED'
045900     .
046000 4000-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*    A BACK-DATED RUN MUST BE FOR AN EARLIER PROCESSING DAY,    *
046500*    AND ONLY ONE MAY BE OPEN AT A TIME                         *
046600*****************************************************************
046700 5000-SET-BACKDATE.
046800     IF AR1-CTL-BACKDATE-DATE NOT = SPACES
046900         DISPLAY 'A BACK-DATED RUN FOR ' AR1-CTL-BACKDATE-DATE
047000             ' IS ALREADY OPEN - CLEAR IT FIRST'
047100         GO TO 5000-EXIT
047200     END-IF
047300     IF AR1-SCR-DATE NOT < AR1-CTL-BUSINESS-DATE
047400         DISPLAY 'A BACK-DATED RUN MUST BE BEFORE THE BUSINESS '
047500             'DATE'
047600         GO TO 5000-EXIT
047700     END-IF
047800     PERFORM 7000-CHECK-PROCESSING-DAY THRU 7000-EXIT
047900     IF NOT AR1-PROCESSING-DAY
048000         DISPLAY 'DATE IS A WEEKEND OR HOLIDAY - NOT A '
048100             'PROCESSING DAY'
048200         GO TO 5000-EXIT
048300     END-IF
048400     MOVE AR1-SCR-DATE          TO AR1-NEW-BACKDATE-DATE
048500     MOVE AR1-SCR-OPERATOR-ID   TO AR1-NEW-BACKDATE-BY
048600     MOVE AR1-CURRENT-TIMESTAMP TO AR1-NEW-BACKDATE-TS
048700     PERFORM 5900-REWRITE-CONTROL THRU 5900-EXIT
048800     IF NOT AR1-UPDATE-OK
048900         GO TO 5000-EXIT
049000     END-IF
049100     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
049200     DISPLAY 'BACK-DATED RUN SET FOR ' AR1-SCR-DATE
049300     .
049400 5000-EXIT.
049500     EXIT.
049600
049700 5500-CLEAR-BACKDATE.
049800     IF AR1-CTL-BACKDATE-DATE = SPACES
049900         DISPLAY 'NO BACK-DATED RUN IS OPEN'
050000         GO TO 5500-EXIT
050100     END-IF
050200     MOVE AR1-CTL-BACKDATE-DATE TO AR1-SCR-DATE
050300     MOVE SPACES TO AR1-NEW-BACKDATE-DATE
050400     MOVE SPACES TO AR1-NEW-BACKDATE-BY
050500     MOVE SPACES TO AR1-NEW-BACKDATE-TS
050600     PERFORM 5900-REWRITE-CONTROL THRU 5900-EXIT
050700     IF NOT AR1-UPDATE-OK
050800         GO TO 5500-EXIT
050900     END-IF
051000     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
051100     DISPLAY 'BACK-DATED RUN CLEARED'
051200     .
051300 5500-EXIT.
051400     EXIT.
051500
051600 5900-REWRITE-CONTROL.
051700     MOVE 'N' TO AR1-UPDATE-OK-SWITCH
051800     OPEN I-O BUSINESS-DATE-CTL
051900     IF AR1-BDT-FS NOT = '00'
052000         DISPLAY 'BUSINESS-DATE CONTROL FILE ERROR - STATUS '
052100             AR1-BDT-FS
052200         GO TO 5900-EXIT
052300     END-IF
052400     READ BUSINESS-DATE-CTL
052500         AT END
052600             DISPLAY 'BUSINESS-DATE CONTROL FILE EMPTY'
052700             CLOSE BUSINESS-DATE-CTL
052800             GO TO 5900-EXIT
052900     END-READ
053000     MOVE AR1-NEW-BACKDATE-DATE TO AR1-BDT-BACKDATE-DATE
053100     MOVE AR1-NEW-BACKDATE-BY   TO AR1-BDT-BACKDATE-BY
053200     MOVE AR1-NEW-BACKDATE-TS   TO AR1-BDT-BACKDATE-TS
053300     REWRITE AR1-BDT-RECORD
053400     IF AR1-BDT-FS = '00'
053500         SET AR1-UPDATE-OK TO TRUE
053600     ELSE
053700         DISPLAY 'BUSINESS-DATE CONTROL REWRITE FAILED - '
053800             'STATUS ' AR1-BDT-FS
053900     END-IF
054000     CLOSE BUSINESS-DATE-CTL
054100     .
054200 5900-EXIT.
054300     EXIT.
054400
054500 6000-SET-FIRST-DATE.
054600     PERFORM 7000-CHECK-PROCESSING-DAY THRU 7000-EXIT
054700     IF NOT AR1-PROCESSING-DAY
054800         DISPLAY 'DATE IS A WEEKEND OR HOLIDAY - NOT A '
054900             'PROCESSING DAY'
055000         GO TO 6000-EXIT
055100     END-IF
055200     OPEN OUTPUT BUSINESS-DATE-CTL
055300     IF AR1-BDT-FS NOT = '00'
055400         DISPLAY 'BUSINESS-DATE CONTROL FILE ERROR - STATUS '
055500             AR1-BDT-FS
055600         GO TO 6000-EXIT
055700     END-IF
055800     MOVE SPACES TO AR1-BDT-RECORD
055900     MOVE AR1-SCR-DATE          TO AR1-BDT-BUSINESS-DATE
056000     MOVE AR1-CURRENT-TIMESTAMP TO AR1-BDT-ADVANCED-TS
056100     WRITE AR1-BDT-RECORD
056200     IF AR1-BDT-FS NOT = '00'
056300         DISPLAY 'BUSINESS-DATE CONTROL WRITE FAILED - STATUS '
056400             AR1-BDT-FS ' - BUSINESS DATE NOT SET'
056500         CLOSE BUSINESS-DATE-CTL
056600         GO TO 6000-EXIT
056700     END-IF
056800     CLOSE BUSINESS-DATE-CTL
056900     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT
057000     DISPLAY 'BUSINESS DATE SET TO ' AR1-SCR-DATE
057100     .
057200 6000-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*    SAME RULE AS THE AR1470 SUBROUTINE - SATURDAY, SUNDAY AND  *
057700*    CALENDAR HOLIDAYS ARE NOT PROCESSING DAYS.  THE CALENDAR   *
057800*    IS READ DIRECTLY BECAUSE THIS SCREEN MAY JUST HAVE CHANGED *
057900*    IT.  DAY 1 OF INTEGER-OF-DATE (1601-01-01) WAS A MONDAY    *
058000*****************************************************************
058100 7000-CHECK-PROCESSING-DAY.
058200     MOVE 'N' TO AR1-PROC-DAY-SWITCH
058300     MOVE AR1-SCR-DATE TO AR1-EDIT-DATE
058400     COMPUTE AR1-EDIT-DATE-INT =
058500         FUNCTION INTEGER-OF-DATE (AR1-EDIT-DATE-NUM) - 1
058600     DIVIDE AR1-EDIT-DATE-INT BY 7 GIVING AR1-EDIT-WEEKS
058700         REMAINDER AR1-EDIT-WEEKDAY
058800     IF AR1-EDIT-WEEKDAY > 4
058900         GO TO 7000-EXIT
059000     END-IF
059100     MOVE AR1-SCR-DATE TO AR1-HOL-DATE
059200     READ HOLIDAY-CALENDAR
059300         INVALID KEY
059400             SET AR1-PROCESSING-DAY TO TRUE
059500     END-READ
059600     .
059700 7000-EXIT.
059800     EXIT.
059900
060000 8000-LOG-CHANGE.
060100     MOVE SPACES TO AR1-BCL-RECORD
060200     MOVE AR1-CURRENT-TIMESTAMP TO AR1-BCL-TIMESTAMP
060300     MOVE AR1-SCR-OPERATOR-ID   TO AR1-BCL-OPERATOR-ID
060400     MOVE AR1-SCR-FUNCTION      TO AR1-BCL-FUNCTION
060500     MOVE AR1-SCR-DATE          TO AR1-BCL-CAL-DATE
060600     MOVE AR1-SCR-DESCRIPTION   TO AR1-BCL-DESCRIPTION
060700     IF AR1-SCR-FUNC-INIT
060800         MOVE AR1-SCR-DATE TO AR1-BCL-BUSINESS-DATE
060900     ELSE
061000         MOVE AR1-CTL-BUSINESS-DATE TO AR1-BCL-BUSINESS-DATE
061100     END-IF
061200     MOVE AR1-CTL-BACKDATE-DATE TO AR1-BCL-OLD-BACKDATE
061300     IF AR1-SCR-FUNC-BACKDATE OR AR1-SCR-FUNC-CLEAR
061400         MOVE AR1-NEW-BACKDATE-DATE TO AR1-BCL-NEW-BACKDATE
061500     ELSE
061600         MOVE AR1-CTL-BACKDATE-DATE TO AR1-BCL-NEW-BACKDATE
061700     END-IF
061800     WRITE AR1-BCL-RECORD
061900     .
062000 8000-EXIT.
062100     EXIT.
062200
062300 9000-TERMINATE.
062400     IF AR1-CALENDAR-OPEN
062500         CLOSE HOLIDAY-CALENDAR
062600     END-IF
062700     IF AR1-SECURITY-OPEN
062800         CLOSE OPERATOR-SECURITY
062900     END-IF
063000     IF AR1-CHANGE-LOG-OPEN
063100         CLOSE CALENDAR-CHANGE-LOG
063200     END-IF
063300     .
063400 9000-EXIT.
063500     EXIT.
