000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1520.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1520 - RECURRING BILLING SCHEDULE MAINTENANCE SCREEN     *
000900*                                                                *
001000*    SERVICE CONTRACTS AND INSTALMENT PLANS WERE KEYED BY A     *
001100*    CLERK EVERY CYCLE, AND NOW AND THEN MISSED OR KEYED        *
001200*    TWICE.  THIS SCREEN MAINTAINS THE RECURRING BILLING        *
001300*    SCHEDULE FILE (RECBILL, SEE AR1RBS) THAT THE AR1530 RUN    *
001400*    BILLS FROM.  AN ADD OR CHANGE TAKES THE ACCOUNT, AMOUNT,   *
001500*    FREQUENCY, NEXT BILL DATE AND THE END DATE AND/OR NUMBER   *
001600*    OF INSTALMENTS LEFT; THE ACCOUNT MUST BE ON THE CUSTOMER   *
001700*    ACCOUNT MASTER AND NOT CLOSED, AND ITS ACCOUNT TYPE IS     *
001800*    TAKEN FROM THERE.  A CANCEL ENDS THE SCHEDULE FOR GOOD.    *
001900*    EVERY ADD, CHANGE AND CANCEL IS LOGGED WITH THE WHOLE      *
002000*    RECORD BEFORE AND AFTER TO THE SCHEDULE CHANGE LOG         *
002100*    (AR1RBL) THE WAY AR1370 LOGS ACCOUNT CHANGES.              *
002200*                                                                *
002300*    FUNCTION CODES: A=ADD  C=CHANGE  D=CANCEL  BLANK=EXIT      *
002400*    ON A CHANGE A BLANK STATUS KEEPS THE SCHEDULE'S OWN        *
002500*    STATUS; A SUSPENDED SCHEDULE IS REINSTATED ONLY BY C       *
002600*    WITH 'A' - CHECK THE NEXT BILL DATE WHEN DOING SO, AS      *
002700*    AR1530 BILLS EVERY PERIOD FROM IT UP TO THE RUN DATE.  AN  *
002800*    EXPIRED OR CANCELLED SCHEDULE TAKES NO MORE MAINTENANCE.   *
002900*                                                                *
003000*    MODIFICATION HISTORY                                       *
003100*    DATE       INIT  DESCRIPTION                               *
003200*    ---------- ----  ------------------------------------------*
003300*    2026-10-15 RVH   ORIGINAL SCHEDULE MAINTENANCE SCREEN      *
003400*    2026-10-15 RVH   STATUS NO LONGER DEFAULTS TO A ON A       *
003500*                     CHANGE, SO A SUSPENDED SCHEDULE STAYS     *
003600*                     SUSPENDED UNLESS A NEW STATUS IS KEYED    *
003700*    2026-10-15 RVH   A CHANGE THAT CANNOT BE LOGGED IS BACKED  *
003800*                     OUT OF THE SCHEDULE FILE AND REFUSED      *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-390.
004300 OBJECT-COMPUTER. IBM-390.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT SCHEDULE-FILE ASSIGN TO RECBILL
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS AR1-RBS-SCHED-ID
005000         FILE STATUS IS AR1-RBS-FS.
005100
005200     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS AR1-ACM-ACCOUNT-ID
005600         FILE STATUS IS AR1-ACM-FS.
005700
005800     SELECT SCHEDULE-CHANGE-LOG ASSIGN TO RBLOG
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS AR1-RBL-FS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  SCHEDULE-FILE
006500     RECORDING MODE IS F.
006600     COPY AR1RBS.
006700
006800 FD  ACCOUNT-MASTER
006900     RECORDING MODE IS F.
007000     COPY AR1ACM.
007100
007200 FD  SCHEDULE-CHANGE-LOG
007300     RECORDING MODE IS F.
007400     COPY AR1RBL.
007500
007600 WORKING-STORAGE SECTION.
007700 01  AR1-FILE-STATUSES.
007800     05  AR1-RBS-FS              PIC X(02) VALUE '00'.
007900     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
008000     05  AR1-RBL-FS              PIC X(02) VALUE '00'.
008100
008200 01  AR1-SWITCHES.
008300     05  AR1-MORE-WORK-SWITCH    PIC X(01) VALUE 'Y'.
008400         88  AR1-MORE-WORK           VALUE 'Y'.
008500     05  AR1-ENTRY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
008600         88  AR1-ENTRY-FOUND         VALUE 'Y'.
008700     05  AR1-EDIT-OK-SWITCH      PIC X(01) VALUE 'N'.
008800         88  AR1-EDIT-OK             VALUE 'Y'.
008900     05  AR1-SCHED-OPEN-SWITCH   PIC X(01) VALUE 'N'.
009000         88  AR1-SCHEDULE-OPEN       VALUE 'Y'.
009100     05  AR1-ACM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009200         88  AR1-MASTER-OPEN         VALUE 'Y'.
009300     05  AR1-LOG-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009400         88  AR1-CHANGE-LOG-OPEN     VALUE 'Y'.
009500     05  AR1-LOG-WRITTEN-SWITCH  PIC X(01) VALUE 'N'.
009600         88  AR1-LOG-WRITTEN         VALUE 'Y'.
009700
009800 01  AR1-CURRENT-TIMESTAMP       PIC X(26).
009900
010000 01  AR1-OLD-IMAGE               PIC X(100) VALUE SPACES.
010100
010200 01  AR1-EDIT-DATE-FIELDS.
010300     05  AR1-EDIT-DATE.
010400         10  AR1-EDIT-YYYY       PIC 9(04).
010500         10  AR1-EDIT-MM         PIC 9(02).
010600         10  AR1-EDIT-DD         PIC 9(02).
010700     05  AR1-EDIT-MONTH-END      PIC 9(02) VALUE ZERO.
010800     05  AR1-EDIT-QUOTIENT       PIC 9(04) VALUE ZERO.
010900     05  AR1-EDIT-REM-4          PIC 9(04) VALUE ZERO.
011000     05  AR1-EDIT-REM-100        PIC 9(04) VALUE ZERO.
011100     05  AR1-EDIT-REM-400        PIC 9(04) VALUE ZERO.
011200
011300 01  AR1-MONTH-LENGTHS.
011400     05  FILLER                  PIC X(24)
011500         VALUE '312831303130313130313031'.
011600 01  AR1-MONTH-TABLE REDEFINES AR1-MONTH-LENGTHS.
011700     05  AR1-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
011800
011900 01  AR1-SCREEN-FIELDS.
012000     05  AR1-SCR-FUNCTION        PIC X(01) VALUE SPACE.
012100         88  AR1-SCR-FUNC-ADD        VALUE 'A'.
012200         88  AR1-SCR-FUNC-CHANGE     VALUE 'C'.
012300         88  AR1-SCR-FUNC-CANCEL     VALUE 'D'.
012400         88  AR1-SCR-FUNC-EXIT       VALUE ' '.
012500     05  AR1-SCR-SCHED-ID        PIC 9(05) VALUE ZERO.
012600     05  AR1-SCR-ACCOUNT-ID      PIC X(10) VALUE SPACES.
012700     05  AR1-SCR-DESCRIPTION     PIC X(30) VALUE SPACES.
012800     05  AR1-SCR-AMOUNT          PIC 9(7)V99 VALUE ZERO.
012900     05  AR1-SCR-FREQUENCY       PIC X(01) VALUE SPACE.
013000     05  AR1-SCR-NEXT-BILL-DATE  PIC X(08) VALUE SPACES.
013100     05  AR1-SCR-END-DATE        PIC X(08) VALUE SPACES.
013200     05  AR1-SCR-INSTALMENTS     PIC 9(03) VALUE ZERO.
013300     05  AR1-SCR-STATUS          PIC X(01) VALUE SPACE.
013400     05  AR1-SCR-OPERATOR-ID     PIC X(08) VALUE SPACES.
013500
013600 SCREEN SECTION.
013700 01  AR1-MAINT-SCREEN.
013800     05  BLANK SCREEN.
013900     05  LINE 01 COLUMN 01
014000         VALUE 'AR1520  RECURRING BILLING SCHEDULE MAINTENANCE'.
014100     05  LINE 03 COLUMN 01 VALUE 'FUNCTION (A/C/D) . . .'.
014200     05  LINE 03 COLUMN 24 PIC X(01)
014300         USING AR1-SCR-FUNCTION.
014400     05  LINE 04 COLUMN 01 VALUE 'SCHEDULE NUMBER. . . .'.
014500     05  LINE 04 COLUMN 24 PIC 9(05)
014600         USING AR1-SCR-SCHED-ID.
014700     05  LINE 05 COLUMN 01 VALUE 'ACCOUNT ID . . . . . .'.
014800     05  LINE 05 COLUMN 24 PIC X(10)
014900         USING AR1-SCR-ACCOUNT-ID.
015000     05  LINE 06 COLUMN 01 VALUE 'DESCRIPTION. . . . . .'.
015100     05  LINE 06 COLUMN 24 PIC X(30)
015200         USING AR1-SCR-DESCRIPTION.
015300     05  LINE 07 COLUMN 01 VALUE 'AMOUNT PER BILL. . . .'.
015400     05  LINE 07 COLUMN 24 PIC ZZZZZZ9.99
015500         USING AR1-SCR-AMOUNT.
015600     05  LINE 08 COLUMN 01 VALUE 'FREQ (W/M/Q/A) . . . .'.
015700     05  LINE 08 COLUMN 24 PIC X(01)
015800         USING AR1-SCR-FREQUENCY.
015900     05  LINE 09 COLUMN 01 VALUE 'NEXT BILL DATE . . . .'.
016000     05  LINE 09 COLUMN 24 PIC X(08)
016100         USING AR1-SCR-NEXT-BILL-DATE.
016200     05  LINE 10 COLUMN 01 VALUE 'END DATE OR BLANK. . .'.
016300     05  LINE 10 COLUMN 24 PIC X(08)
016400         USING AR1-SCR-END-DATE.
016500     05  LINE 11 COLUMN 01 VALUE 'INSTALMENTS OR ZERO. .'.
016600     05  LINE 11 COLUMN 24 PIC ZZ9
016700         USING AR1-SCR-INSTALMENTS.
016800     05  LINE 12 COLUMN 01 VALUE 'STATUS (A/S) . . . . .'.
016900     05  LINE 12 COLUMN 24 PIC X(01)
017000         USING AR1-SCR-STATUS.
017100     05  LINE 14 COLUMN 01 VALUE 'YOUR OPERATOR ID . . .'.
017200     05  LINE 14 COLUMN 24 PIC X(08)
017300         USING AR1-SCR-OPERATOR-ID.
017400
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017800     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
017900         UNTIL NOT AR1-MORE-WORK
018000     PERFORM 9000-TERMINATE THRU 9000-EXIT
018100     GOBACK.
018200
018300 1000-INITIALIZE.
018400     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
018500     OPEN I-O SCHEDULE-FILE
018600     IF AR1-RBS-FS = '05' OR '35'
018700         OPEN OUTPUT SCHEDULE-FILE
018800         CLOSE SCHEDULE-FILE
018900         OPEN I-O SCHEDULE-FILE
019000     END-IF
019100     IF AR1-RBS-FS NOT = '00'
019200         DISPLAY 'AR1520: SCHEDULE FILE ERROR - STATUS '
019300             AR1-RBS-FS ' - MAINTENANCE REFUSED'
019400         MOVE 'N' TO AR1-MORE-WORK-SWITCH
019500         GO TO 1000-EXIT
019600     END-IF
019700     SET AR1-SCHEDULE-OPEN TO TRUE
019800*    THE ACCOUNT MASTER PROVES THE ACCOUNT IS OPEN AND GIVES
019900*    THE ACCOUNT TYPE THE CHARGES ARE BILLED UNDER
020000     OPEN INPUT ACCOUNT-MASTER
020100     IF AR1-ACM-FS NOT = '00'
020200         DISPLAY 'AR1520: ACCOUNT MASTER ERROR - STATUS '
020300             AR1-ACM-FS ' - MAINTENANCE REFUSED'
020400         MOVE 'N' TO AR1-MORE-WORK-SWITCH
020500         GO TO 1000-EXIT
020600     END-IF
020700     SET AR1-MASTER-OPEN TO TRUE
020800     OPEN EXTEND SCHEDULE-CHANGE-LOG
020900     IF AR1-RBL-FS = '05' OR '35'
021000         OPEN OUTPUT SCHEDULE-CHANGE-LOG
021100     END-IF
021200*    NO LOG, NO MAINTENANCE - THE SAME RULE AS AR1350
021300     IF AR1-RBL-FS NOT = '00'
021400         DISPLAY 'AR1520: SCHEDULE CHANGE LOG ERROR - '
021500             'STATUS ' AR1-RBL-FS ' - MAINTENANCE REFUSED'
021600         MOVE 'N' TO AR1-MORE-WORK-SWITCH
021700         GO TO 1000-EXIT
021800     END-IF
021900     SET AR1-CHANGE-LOG-OPEN TO TRUE
022000     .
022100 1000-EXIT.
022200     EXIT.
022300
022400 2000-PROCESS-ONE-REQUEST.
022500     MOVE SPACE  TO AR1-SCR-FUNCTION
022600     MOVE ZERO   TO AR1-SCR-SCHED-ID
022700     MOVE SPACES TO AR1-SCR-ACCOUNT-ID
022800     MOVE SPACES TO AR1-SCR-DESCRIPTION
022900     MOVE ZERO   TO AR1-SCR-AMOUNT
023000     MOVE SPACE  TO AR1-SCR-FREQUENCY
023100     MOVE SPACES TO AR1-SCR-NEXT-BILL-DATE
023200     MOVE SPACES TO AR1-SCR-END-DATE
023300     MOVE ZERO   TO AR1-SCR-INSTALMENTS
023400     MOVE SPACE  TO AR1-SCR-STATUS
023500     MOVE SPACES TO AR1-SCR-OPERATOR-ID
023600     DISPLAY AR1-MAINT-SCREEN
023700     ACCEPT  AR1-MAINT-SCREEN
023800
023900     IF AR1-SCR-FUNC-EXIT
024000         MOVE 'N' TO AR1-MORE-WORK-SWITCH
024100         GO TO 2000-EXIT
024200     END-IF
024300
024400     PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT
024500     IF NOT AR1-EDIT-OK
024600         GO TO 2000-EXIT
024700     END-IF
024800
024900     PERFORM 2200-FIND-SCHEDULE THRU 2200-EXIT
025000
025100     EVALUATE TRUE
025200         WHEN AR1-SCR-FUNC-ADD
025300             PERFORM 3000-ADD-SCHEDULE THRU 3000-EXIT
025400         WHEN AR1-SCR-FUNC-CHANGE
025500             PERFORM 4000-CHANGE-SCHEDULE THRU 4000-EXIT
025600         WHEN AR1-SCR-FUNC-CANCEL
025700             PERFORM 5000-CANCEL-SCHEDULE THRU 5000-EXIT
025800     END-EVALUATE
025900     .
026000 2000-EXIT.
026100     EXIT.
026200
026300 2100-VALIDATE-REQUEST.
026400     MOVE 'N' TO AR1-EDIT-OK-SWITCH
026500
026600     IF AR1-SCR-FUNCTION NOT = 'A' AND 'C' AND 'D'
026700         DISPLAY 'FUNCTION MUST BE A, C OR D'
026800         GO TO 2100-EXIT
026900     END-IF
027000
027100     IF AR1-SCR-OPERATOR-ID = SPACES
027200         DISPLAY 'YOUR OPERATOR ID IS REQUIRED'
027300         GO TO 2100-EXIT
027400     END-IF
027500
027600     IF AR1-SCR-SCHED-ID = ZERO
027700         DISPLAY 'SCHEDULE NUMBER IS REQUIRED'
027800         GO TO 2100-EXIT
027900     END-IF
028000
028100     IF AR1-SCR-FUNC-CANCEL
028200         SET AR1-EDIT-OK TO TRUE
028300         GO TO 2100-EXIT
028400     END-IF
028500
028600     IF AR1-SCR-ACCOUNT-ID = SPACES
028700         DISPLAY 'ACCOUNT ID IS REQUIRED'
028800         GO TO 2100-EXIT
028900     END-IF
029000     IF AR1-SCR-AMOUNT NOT > ZERO
029100         DISPLAY 'AMOUNT PER BILL MUST BE GREATER THAN ZERO'
029200         GO TO 2100-EXIT
029300     END-IF
029400     IF AR1-SCR-FREQUENCY NOT = 'W' AND 'M' AND 'Q' AND 'A'
029500         DISPLAY 'FREQUENCY MUST BE W, M, Q OR A'
029600         GO TO 2100-EXIT
029700     END-IF
029800
029900     MOVE AR1-SCR-NEXT-BILL-DATE TO AR1-EDIT-DATE
030000     PERFORM 2110-VALIDATE-DATE THRU 2110-EXIT
030100     IF NOT AR1-EDIT-OK
030200         DISPLAY 'NEXT BILL DATE MUST BE A VALID YYYYMMDD'
030300         GO TO 2100-EXIT
030400     END-IF
030500     MOVE 'N' TO AR1-EDIT-OK-SWITCH
030600
030700     IF AR1-SCR-END-DATE NOT = SPACES
030800         MOVE AR1-SCR-END-DATE TO AR1-EDIT-DATE
030900         PERFORM 2110-VALIDATE-DATE THRU 2110-EXIT
031000         IF NOT AR1-EDIT-OK
031100             DISPLAY 'END DATE MUST BE BLANK OR A VALID YYYYMMDD'
031200             GO TO 2100-EXIT
031300         END-IF
031400         MOVE 'N' TO AR1-EDIT-OK-SWITCH
031500         IF AR1-SCR-END-DATE < AR1-SCR-NEXT-BILL-DATE
031600             DISPLAY 'END DATE IS BEFORE THE NEXT BILL DATE'
031700             GO TO 2100-EXIT
031800         END-IF
031900     END-IF
032000
032100*    EXPIRED AND CANCELLED ARE NOT STATUSES A CHANGE CAN SET -
032200*    AR1530 EXPIRES A SCHEDULE, AND ONLY D CANCELS ONE
032300     IF AR1-SCR-FUNC-CHANGE
032400         AND AR1-SCR-STATUS NOT = 'A' AND 'S' AND SPACE
032500         DISPLAY 'STATUS MUST BE A (ACTIVE), S (SUSPENDED) OR '
032600             'BLANK TO KEEP IT - USE D TO CANCEL'
032700         GO TO 2100-EXIT
032800     END-IF
032900
033000     PERFORM 2300-CHECK-ACCOUNT THRU 2300-EXIT
033100     .
033200 2100-EXIT.
033300     EXIT.
033400
033500 2110-VALIDATE-DATE.
033600     MOVE 'N' TO AR1-EDIT-OK-SWITCH
033700     IF AR1-EDIT-DATE NOT NUMERIC
033800         GO TO 2110-EXIT
033900     END-IF
034000     IF AR1-EDIT-YYYY < 1601
034100         OR AR1-EDIT-MM < 01 OR AR1-EDIT-MM > 12
034200         GO TO 2110-EXIT
034300     END-IF
034400     PERFORM 2120-SET-MONTH-END THRU 2120-EXIT
034500     IF AR1-EDIT-DD < 01 OR AR1-EDIT-DD > AR1-EDIT-MONTH-END
034600         GO TO 2110-EXIT
034700     END-IF
034800     SET AR1-EDIT-OK TO TRUE
034900     .
035000 2110-EXIT.
035100     EXIT.
035200
035300 2120-SET-MONTH-END.
035400     MOVE AR1-MONTH-DAYS (AR1-EDIT-MM) TO AR1-EDIT-MONTH-END
035500     IF AR1-EDIT-MM NOT = 02
035600         GO TO 2120-EXIT
035700     END-IF
035800     DIVIDE AR1-EDIT-YYYY BY 4 GIVING AR1-EDIT-QUOTIENT
035900         REMAINDER AR1-EDIT-REM-4
036000     DIVIDE AR1-EDIT-YYYY BY 100 GIVING AR1-EDIT-QUOTIENT
036100         REMAINDER AR1-EDIT-REM-100
036200     DIVIDE AR1-EDIT-YYYY BY 400 GIVING AR1-EDIT-QUOTIENT
036300         REMAINDER AR1-EDIT-REM-400
036400     IF AR1-EDIT-REM-4 = ZERO
036500         AND (AR1-EDIT-REM-100 NOT = ZERO
036600              OR AR1-EDIT-REM-400 = ZERO)
036700         MOVE 29 TO AR1-EDIT-MONTH-END
036800     END-IF
036900     .
037000 2120-EXIT.
037100     EXIT.
037200
037300 2200-FIND-SCHEDULE.
037400     MOVE 'N' TO AR1-ENTRY-FOUND-SWITCH
037500     MOVE SPACES TO AR1-OLD-IMAGE
037600     MOVE AR1-SCR-SCHED-ID TO AR1-RBS-SCHED-ID
037700     READ SCHEDULE-FILE
037800         INVALID KEY
037900             CONTINUE
038000         NOT INVALID KEY
038100             SET AR1-ENTRY-FOUND TO TRUE
038200             MOVE AR1-RBS-RECORD TO AR1-OLD-IMAGE
038300     END-READ
038400     .
038500 2200-EXIT.
038600     EXIT.
038700
038800 2300-CHECK-ACCOUNT.
038900     MOVE 'N' TO AR1-EDIT-OK-SWITCH
039000     MOVE AR1-SCR-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
039100     READ ACCOUNT-MASTER
039200         INVALID KEY
039300             DISPLAY 'ACCOUNT NOT ON THE ACCOUNT MASTER'
039400             GO TO 2300-EXIT
039500     END-READ
039600     IF AR1-ACM-CLOSED
039700         DISPLAY 'ACCOUNT IS CLOSED - NOTHING CAN BE BILLED TO IT'
039800         GO TO 2300-EXIT
039900     END-IF
040000     SET AR1-EDIT-OK TO TRUE
040100     .
040200 2300-EXIT.
040300     EXIT.
040400
040500 3000-ADD-SCHEDULE.
040600     IF AR1-ENTRY-FOUND
040700         DISPLAY 'SCHEDULE ALREADY ON FILE - USE C TO CHANGE'
040800         GO TO 3000-EXIT
040900     END-IF
041000     MOVE SPACES TO AR1-RBS-RECORD
041100     MOVE AR1-SCR-SCHED-ID     TO AR1-RBS-SCHED-ID
041200     PERFORM 3100-MOVE-SCREEN-FIELDS THRU 3100-EXIT
041300     SET AR1-RBS-ACTIVE        TO TRUE
041400     MOVE SPACES               TO AR1-RBS-LAST-BILLED-DATE
041500     WRITE AR1-RBS-RECORD
041600         INVALID KEY
041700             DISPLAY 'SCHEDULE WRITE FAILED'
041800             GO TO 3000-EXIT
041900     END-WRITE
042000     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
042100     IF NOT AR1-LOG-WRITTEN
042200         PERFORM 6100-BACK-OUT-CHANGE THRU 6100-EXIT
042300         GO TO 3000-EXIT
042400     END-IF
042500     DISPLAY 'SCHEDULE ADDED'
042600     .
042700 3000-EXIT.
042800     EXIT.
042900
043000 3100-MOVE-SCREEN-FIELDS.
043100*    THE DAY OF THE NEXT BILL DATE BECOMES THE BILLING DAY A
043200*    SHORT MONTH IS MEASURED AGAINST
043300     MOVE AR1-SCR-ACCOUNT-ID     TO AR1-RBS-ACCOUNT-ID
043400     MOVE AR1-ACM-ACCOUNT-TYPE   TO AR1-RBS-ACCOUNT-TYPE
043500     MOVE AR1-SCR-DESCRIPTION    TO AR1-RBS-DESCRIPTION
043600     MOVE AR1-SCR-AMOUNT         TO AR1-RBS-AMOUNT
043700     MOVE AR1-SCR-FREQUENCY      TO AR1-RBS-FREQUENCY
043800     MOVE AR1-SCR-NEXT-BILL-DATE TO AR1-RBS-NEXT-BILL-DATE
043900     MOVE AR1-SCR-NEXT-BILL-DATE TO AR1-EDIT-DATE
044000     MOVE AR1-EDIT-DD            TO AR1-RBS-BILL-DAY
044100     MOVE AR1-SCR-END-DATE       TO AR1-RBS-END-DATE
044200     MOVE AR1-SCR-INSTALMENTS    TO AR1-RBS-INSTALMENTS-LEFT
044300     .
044400 3100-EXIT.
044500     EXIT.
044600
044700 4000-CHANGE-SCHEDULE.
044800     IF NOT AR1-ENTRY-FOUND
044900         DISPLAY 'SCHEDULE NOT ON FILE - USE A TO ADD'
045000         GO TO 4000-EXIT
045100     END-IF
045200     IF AR1-RBS-EXPIRED OR AR1-RBS-CANCELLED
045300         DISPLAY 'SCHEDULE HAS ENDED - NO FURTHER MAINTENANCE'
045400         GO TO 4000-EXIT
045500     END-IF
045600     PERFORM 3100-MOVE-SCREEN-FIELDS THRU 3100-EXIT
045700*    A BLANK STATUS LEAVES THE SCHEDULE AS IT WAS READ
045800     IF AR1-SCR-STATUS NOT = SPACE
045900         MOVE AR1-SCR-STATUS TO AR1-RBS-STATUS
046000     END-IF
046100     REWRITE AR1-RBS-RECORD
046200         INVALID KEY
046300             DISPLAY 'SCHEDULE REWRITE FAILED'
046400             GO TO 4000-EXIT
046500     END-REWRITE
046600     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
046700     IF NOT AR1-LOG-WRITTEN
046800         PERFORM 6100-BACK-OUT-CHANGE THRU 6100-EXIT
046900         GO TO 4000-EXIT
047000     END-IF
047100     DISPLAY 'SCHEDULE CHANGED'
047200     .
047300 4000-EXIT.
047400     EXIT.
047500
047600 5000-CANCEL-SCHEDULE.
047700     IF NOT AR1-ENTRY-FOUND
047800         DISPLAY 'SCHEDULE NOT ON FILE - NOTHING CANCELLED'
047900         GO TO 5000-EXIT
048000     END-IF
048100     IF AR1-RBS-EXPIRED OR AR1-RBS-CANCELLED
048200         DISPLAY 'SCHEDULE HAS ALREADY ENDED'
048300         GO TO 5000-EXIT
048400     END-IF
048500     SET AR1-RBS-CANCELLED TO TRUE
048600     REWRITE AR1-RBS-RECORD
048700         INVALID KEY
048800             DISPLAY 'SCHEDULE REWRITE FAILED'
048900             GO TO 5000-EXIT
049000     END-REWRITE
049100     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
049200     IF NOT AR1-LOG-WRITTEN
049300         PERFORM 6100-BACK-OUT-CHANGE THRU 6100-EXIT
049400         GO TO 5000-EXIT
049500     END-IF
049600     DISPLAY 'SCHEDULE CANCELLED'
049700     .
049800 5000-EXIT.
049900     EXIT.
050000
050100 6000-LOG-CHANGE.
050200     MOVE 'N' TO AR1-LOG-WRITTEN-SWITCH
050300     INITIALIZE AR1-RBL-RECORD
050400     MOVE AR1-CURRENT-TIMESTAMP TO AR1-RBL-TIMESTAMP
050500     MOVE AR1-SCR-OPERATOR-ID   TO AR1-RBL-OPERATOR-ID
050600     MOVE AR1-SCR-FUNCTION      TO AR1-RBL-FUNCTION
050700     MOVE AR1-SCR-SCHED-ID      TO AR1-RBL-SCHED-ID
050800     MOVE AR1-OLD-IMAGE         TO AR1-RBL-OLD-IMAGE
050900     MOVE AR1-RBS-RECORD        TO AR1-RBL-NEW-IMAGE
051000     WRITE AR1-RBL-RECORD
051100     IF AR1-RBL-FS NOT = '00'
051200         DISPLAY 'SCHEDULE CHANGE LOG WRITE FAILED - STATUS '
051300             AR1-RBL-FS
051400         GO TO 6000-EXIT
051500     END-IF
051600     SET AR1-LOG-WRITTEN TO TRUE
051700     .
051800 6000-EXIT.
051900     EXIT.
052000
052100 6100-BACK-OUT-CHANGE.
052200*    NO LOG, NO MAINTENANCE - A CHANGE THE LOG DID NOT TAKE IS
052300*    TAKEN BACK OFF THE SCHEDULE FILE: AN ADD IS DELETED AND A
052400*    CHANGE OR CANCEL GOES BACK TO THE RECORD AS IT WAS READ
052500     IF AR1-SCR-FUNC-ADD
052600         DELETE SCHEDULE-FILE RECORD
052700             INVALID KEY
052800                 CONTINUE
052900         END-DELETE
053000     ELSE
053100         MOVE AR1-OLD-IMAGE TO AR1-RBS-RECORD
053200         REWRITE AR1-RBS-RECORD
053300             INVALID KEY
053400                 CONTINUE
053500         END-REWRITE
053600     END-IF
053700     IF AR1-RBS-FS = '00'
053800         DISPLAY 'SCHEDULE ' AR1-SCR-SCHED-ID
053900             ' LEFT AS IT WAS - NOTHING SAVED'
054000     ELSE
054100         DISPLAY 'SCHEDULE ' AR1-SCR-SCHED-ID
054200             ' COULD NOT BE PUT BACK - STATUS ' AR1-RBS-FS
054300             ' - CHANGE IS ON FILE BUT NOT LOGGED'
054400     END-IF
054500     .
054600 6100-EXIT.
054700     EXIT.
054800
054900 9000-TERMINATE.
055000     IF AR1-SCHEDULE-OPEN
055100         CLOSE SCHEDULE-FILE
055200     END-IF
055300     IF AR1-MASTER-OPEN
055400         CLOSE ACCOUNT-MASTER
055500     END-IF
055600     IF AR1-CHANGE-LOG-OPEN
055700         CLOSE SCHEDULE-CHANGE-LOG
055800     END-IF
055900     .
056000 9000-EXIT.
056100     EXIT.
