000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1530.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1530 - RECURRING BILLING GENERATION RUN                  *
000900*                                                                *
001000*    RUNS AHEAD OF AR1110, AS AR1330 DOES.  READS THE           *
001100*    RECURRING BILLING SCHEDULE FILE (RECBILL, SEE AR1RBS,      *
001200*    MAINTAINED THROUGH AR1520) AND, FOR EVERY ACTIVE SCHEDULE  *
001300*    WHOSE NEXT BILL DATE IS ON OR BEFORE THE BUSINESS DATE,    *
001400*    WRITES THE CHARGE AS A STANDARD TYPE-D AR1TRX RECORD ONTO  *
001500*    THE RAW BILLING FEED AND ADVANCES THE SCHEDULE ONE PERIOD. *
001600*    A SCHEDULE THAT FELL BEHIND (A MISSED CYCLE) IS BILLED     *
001700*    ONCE FOR EVERY PERIOD UP TO THE BUSINESS DATE.  A SCHEDULE *
001800*    PAST ITS END DATE, OR WHOSE LAST INSTALMENT HAS JUST BEEN  *
001900*    BILLED, IS EXPIRED.  THE REGISTER SHOWS EVERY CHARGE       *
002000*    BILLED AND EVERY SCHEDULE EXPIRED.                         *
002100*                                                                *
002200*    THE TRANSACTION ID IS R + SCHEDULE NUMBER + THE LAST DIGIT *
002300*    OF THE YEAR AND THE JULIAN DAY OF THE BILL DATE, SO THE    *
002400*    SAME PERIOD OF THE SAME SCHEDULE ALWAYS GETS THE SAME ID - *
002500*    A PERIOD GENERATED TWICE (A RESTORED SCHEDULE FILE, A BILL *
002600*    DATE KEYED BACK) IS CAUGHT BY THE AR1110 DUPLICATE AND     *
002700*    PRIOR-RUN DUPLICATE EDITS.  A RERUN OF A COMPLETED RUN IS  *
002800*    REFUSED, AS IN AR1330.                                     *
002900*                                                                *
003000*    MODIFICATION HISTORY                                       *
003100*    DATE       INIT  DESCRIPTION                               *
003200*    ---------- ----  ------------------------------------------*
003300*    2026-10-15 RVH   ORIGINAL RECURRING BILLING GENERATION RUN *
003400*    2026-10-15 RVH   A SCHEDULE FILE, FEED OR REPORT THAT      *
003500*                     WILL NOT OPEN BLOCKS THE RUN.  A CHARGE   *
003600*                     THAT CANNOT BE WRITTEN STOPS THE RUN      *
003700*                     WITHOUT ADVANCING ITS SCHEDULE; NO END    *
003800*                     RECORD IS WRITTEN, SO IT CAN BE RERUN     *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-390.
004300 OBJECT-COMPUTER. IBM-390.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT SCHEDULE-FILE ASSIGN TO RECBILL
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS AR1-RBS-SCHED-ID
005000         FILE STATUS IS AR1-RBS-FS.
005100
005200     SELECT CHARGE-FEED-OUT ASSIGN TO TRANSRAW
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS AR1-TRN-FS.
005500
005600     SELECT BILLING-RPT ASSIGN TO RBILRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS AR1-RPT-FS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SCHEDULE-FILE
006300     RECORDING MODE IS F.
006400     COPY AR1RBS.
006500
006600 FD  CHARGE-FEED-OUT
006700     RECORDING MODE IS F.
006800     COPY AR1TRX.
006900
007000 FD  BILLING-RPT
007100     RECORDING MODE IS F.
007200 01  AR1-RPT-LINE                PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007500 01  AR1-FILE-STATUSES.
007600     05  AR1-RBS-FS              PIC X(02) VALUE '00'.
007700     05  AR1-TRN-FS              PIC X(02) VALUE '00'.
007800     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
007900
008000 01  AR1-SWITCHES.
008100     05  AR1-RBS-EOF-SWITCH      PIC X(01) VALUE 'N'.
008200         88  AR1-RBS-EOF             VALUE 'Y'.
008300     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
008400         88  AR1-RUN-BLOCKED         VALUE 'Y'.
008500     05  AR1-RBS-MISSING-SWITCH  PIC X(01) VALUE 'N'.
008600         88  AR1-SCHEDULES-MISSING   VALUE 'Y'.
008700     05  AR1-CHANGED-SWITCH      PIC X(01) VALUE 'N'.
008800         88  AR1-SCHEDULE-CHANGED    VALUE 'Y'.
008900
009000 01  AR1-CONTROL-FIELDS.
009100     05  AR1-RUN-ID              PIC X(08).
009200     05  AR1-RUN-DATE            PIC X(08).
009300     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
009400
009500     COPY AR1140P.
009600     COPY AR1130P.
009700
009800 01  AR1-WORK-FIELDS.
009900     05  AR1-BILL-DATE           PIC X(08) VALUE SPACES.
010000     05  AR1-BILL-DATE-NUM REDEFINES AR1-BILL-DATE
010100                                 PIC 9(08).
010200     05  AR1-BILL-JULIAN         PIC X(07) VALUE SPACES.
010300     05  AR1-BILL-JULIAN-SPLIT REDEFINES AR1-BILL-JULIAN.
010400         10  FILLER              PIC X(03).
010500         10  AR1-BILL-JULIAN-YDDD
010600                                 PIC X(04).
010700     05  AR1-BILL-JULIAN-NUM REDEFINES AR1-BILL-JULIAN
010800                                 PIC 9(07).
010900     05  AR1-BILL-DATE-INT       PIC S9(09) COMP VALUE ZERO.
011000     05  AR1-EXPIRY-REASON       PIC X(30) VALUE SPACES.
011100
011200 01  AR1-NEXT-DATE-FIELDS.
011300     05  AR1-NEXT-DATE.
011400         10  AR1-NEXT-YYYY       PIC 9(04).
011500         10  AR1-NEXT-MM         PIC 9(02).
011600         10  AR1-NEXT-DD         PIC 9(02).
011700     05  AR1-NEXT-DATE-NUM REDEFINES AR1-NEXT-DATE
011800                                 PIC 9(08).
011900     05  AR1-ADD-MONTHS          PIC 9(02) VALUE ZERO.
012000     05  AR1-MONTH-END           PIC 9(02) VALUE ZERO.
012100     05  AR1-LEAP-QUOTIENT       PIC 9(04) VALUE ZERO.
012200     05  AR1-LEAP-REM-4          PIC 9(04) VALUE ZERO.
012300     05  AR1-LEAP-REM-100        PIC 9(04) VALUE ZERO.
012400     05  AR1-LEAP-REM-400        PIC 9(04) VALUE ZERO.
012500
012600 01  AR1-MONTH-LENGTHS.
012700     05  FILLER                  PIC X(24)
012800         VALUE '312831303130313130313031'.
012900 01  AR1-MONTH-TABLE REDEFINES AR1-MONTH-LENGTHS.
013000     05  AR1-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
013100
013200 01  AR1-COUNTERS.
013300     05  AR1-SCHEDULES-READ      PIC 9(09) COMP VALUE ZERO.
013400     05  AR1-CHARGED-COUNT       PIC 9(09) COMP VALUE ZERO.
013500     05  AR1-EXPIRED-COUNT       PIC 9(09) COMP VALUE ZERO.
013600
013700 01  AR1-TOTALS.
013800     05  AR1-CHARGE-TOTAL        PIC S9(09)V99 VALUE ZERO.
013900
014000 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
014100
014200 01  AR1-REPORT-LINES.
014300     05  AR1-HDR-LINE.
014400         10  FILLER              PIC X(34)
014500             VALUE 'AR1530 RECURRING BILLING REGISTER '.
014600         10  AR1-HDR-RUN-ID      PIC X(08).
014700         10  FILLER              PIC X(07) VALUE ' AS OF '.
014800         10  AR1-HDR-DATE        PIC X(08).
014900     05  AR1-COL-HDR-LINE.
015000         10  FILLER              PIC X(33)
015100             VALUE 'SCHED ACCOUNT    TYPE TRANS-ID   '.
015200         10  FILLER              PIC X(33)
015300             VALUE 'BILL DATE      AMOUNT  NEXT BILL '.
015400     05  AR1-DTL-LINE.
015500         10  AR1-DTL-SCHED-ID    PIC 9(05).
015600         10  FILLER              PIC X(01) VALUE SPACES.
015700         10  AR1-DTL-ACCOUNT     PIC X(10).
015800         10  FILLER              PIC X(01) VALUE SPACES.
015900         10  AR1-DTL-TYPE        PIC X(04).
016000         10  FILLER              PIC X(01) VALUE SPACES.
016100         10  AR1-DTL-TRANS-ID    PIC X(10).
016200         10  FILLER              PIC X(01) VALUE SPACES.
016300         10  AR1-DTL-BILL-DATE   PIC X(08).
016400         10  FILLER              PIC X(01) VALUE SPACES.
016500         10  AR1-DTL-AMOUNT      PIC ZZZZZZ9.99-.
016600         10  FILLER              PIC X(02) VALUE SPACES.
016700         10  AR1-DTL-NEXT-DATE   PIC X(08).
016800     05  AR1-EXP-LINE.
016900         10  AR1-EXP-SCHED-ID    PIC 9(05).
017000         10  FILLER              PIC X(01) VALUE SPACES.
017100         10  AR1-EXP-ACCOUNT     PIC X(10).
017200         10  FILLER              PIC X(15)
017300             VALUE ' *** EXPIRED - '.
017400         10  AR1-EXP-REASON      PIC X(30).
017500     05  AR1-TOT-LINE.
017600         10  FILLER              PIC X(06) VALUE 'READ  '.
017700         10  AR1-TOT-READ        PIC ZZZZZZZZ9.
017800         10  FILLER              PIC X(09) VALUE ' CHARGED '.
017900         10  AR1-TOT-CHARGED     PIC ZZZZZZZZ9.
018000         10  FILLER              PIC X(15)
018100             VALUE ' TOTAL CHARGES '.
018200         10  AR1-TOT-AMOUNT      PIC ZZZZZZZZ9.99-.
018300     05  AR1-EXP-TOT-LINE.
018400         10  FILLER              PIC X(24)
018500             VALUE 'SCHEDULES EXPIRED       '.
018600         10  AR1-EXP-COUNT       PIC ZZZZZZZZ9.
018700
018800 PROCEDURE DIVISION.
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019100     IF NOT AR1-RUN-BLOCKED
019200         PERFORM 2000-CHECK-ONE-SCHEDULE THRU 2000-EXIT
019300             UNTIL AR1-RBS-EOF
019400         PERFORM 9000-TERMINATE THRU 9000-EXIT
019500     END-IF
019600     IF AR1-RUN-BLOCKED
019700         MOVE 8 TO AR1-RETURN-CODE
019800     END-IF
019900     MOVE AR1-RETURN-CODE TO RETURN-CODE
020000     GOBACK.
020100
020200 1000-INITIALIZE.
020300     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
020400     INITIALIZE LK-AR1130-PARMS
020500     CALL 'AR1130' USING LK-AR1130-PARMS
020600     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
020700     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
020800
020900     INITIALIZE LK-AR1140-PARMS
021000     SET LK-RCN-START TO TRUE
021100     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
021200     MOVE 'AR1530  ' TO LK-RCN-PROGRAM-ID
021300     CALL 'AR1140' USING LK-AR1140-PARMS
021400     IF LK-RCN-RETURN-CODE NOT = ZERO
021500         DISPLAY 'AR1530: RECURRING BILLING ALREADY RAN FOR '
021600             AR1-RUN-ID ' OR RUN-CONTROL ERROR - RERUN '
021700             'REFUSED, SCHEDULES WOULD BE BILLED TWICE'
021800         SET AR1-RUN-BLOCKED TO TRUE
021900         GO TO 1000-EXIT
022000     END-IF
022100
022200     OPEN I-O SCHEDULE-FILE
022300     IF AR1-RBS-FS = '05' OR '35'
022400         DISPLAY 'AR1530: NO SCHEDULE FILE - NOTHING BILLED'
022500         SET AR1-SCHEDULES-MISSING TO TRUE
022600         SET AR1-RBS-EOF TO TRUE
022700     ELSE
022800         IF AR1-RBS-FS NOT = '00'
022900             DISPLAY 'AR1530: SCHEDULE FILE NOT AVAILABLE - '
023000                 'STATUS ' AR1-RBS-FS ' - RUN BLOCKED'
023100             SET AR1-RUN-BLOCKED TO TRUE
023200             GO TO 1000-EXIT
023300         END-IF
023400     END-IF
023500     OPEN EXTEND CHARGE-FEED-OUT
023600     IF AR1-TRN-FS = '05' OR '35'
023700         OPEN OUTPUT CHARGE-FEED-OUT
023800     END-IF
023900     IF AR1-TRN-FS NOT = '00'
024000         DISPLAY 'AR1530: BILLING FEED WILL NOT OPEN - STATUS '
024100             AR1-TRN-FS ' - RUN BLOCKED'
024200         IF NOT AR1-SCHEDULES-MISSING
024300             CLOSE SCHEDULE-FILE
024400         END-IF
024500         SET AR1-RUN-BLOCKED TO TRUE
024600         GO TO 1000-EXIT
024700     END-IF
024800     OPEN OUTPUT BILLING-RPT
024900     IF AR1-RPT-FS NOT = '00'
025000         DISPLAY 'AR1530: BILLING REGISTER WILL NOT OPEN - '
025100             'STATUS ' AR1-RPT-FS ' - RUN BLOCKED'
025200         CLOSE CHARGE-FEED-OUT
025300         IF NOT AR1-SCHEDULES-MISSING
025400             CLOSE SCHEDULE-FILE
025500         END-IF
025600         SET AR1-RUN-BLOCKED TO TRUE
025700         GO TO 1000-EXIT
025800     END-IF
025900
026000     MOVE AR1-RUN-ID   TO AR1-HDR-RUN-ID
026100     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
026200     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
026300     WRITE AR1-RPT-LINE
026400     MOVE AR1-COL-HDR-LINE TO AR1-RPT-LINE
026500     WRITE AR1-RPT-LINE
026600
026700     IF NOT AR1-RBS-EOF
026800         PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT
026900     END-IF
027000     .
027100 1000-EXIT.
027200     EXIT.
027300
027400 2000-CHECK-ONE-SCHEDULE.
027500     ADD 1 TO AR1-SCHEDULES-READ
027600     IF NOT AR1-RBS-ACTIVE
027700         GO TO 2000-READ-NEXT
027800     END-IF
027900     IF AR1-RBS-NEXT-BILL-DATE NOT NUMERIC
028000         DISPLAY 'AR1530: SCHEDULE ' AR1-RBS-SCHED-ID
028100             ' HAS NO VALID NEXT BILL DATE - NOT BILLED'
028200         IF AR1-RETURN-CODE < 4
028300             MOVE 4 TO AR1-RETURN-CODE
028400         END-IF
028500         GO TO 2000-READ-NEXT
028600     END-IF
028700
028800     MOVE 'N' TO AR1-CHANGED-SWITCH
028900*    AN END DATE KEYED BACK BEFORE THE NEXT BILL DATE ENDS THE
029000*    SCHEDULE WITHOUT A FURTHER BILL
029100     IF AR1-RBS-END-DATE NOT = SPACES
029200         AND AR1-RBS-NEXT-BILL-DATE > AR1-RBS-END-DATE
029300         MOVE 'END DATE REACHED' TO AR1-EXPIRY-REASON
029400         PERFORM 2500-EXPIRE-SCHEDULE THRU 2500-EXIT
029500     END-IF
029600     PERFORM 2200-BILL-ONE-PERIOD THRU 2200-EXIT
029700         UNTIL NOT AR1-RBS-ACTIVE
029800            OR AR1-RBS-NEXT-BILL-DATE > AR1-RUN-DATE
029900            OR AR1-RUN-BLOCKED
030000
030100*    PERIODS BILLED BEFORE A FAILED CHARGE WRITE ARE STILL
030200*    RECORDED ON THE SCHEDULE; THE FAILED PERIOD IS NOT
030300     IF AR1-SCHEDULE-CHANGED
030400         REWRITE AR1-RBS-RECORD
030500         IF AR1-RBS-FS NOT = '00'
030600             DISPLAY 'AR1530: SCHEDULE ' AR1-RBS-SCHED-ID
030700                 ' REWRITE FAILED - STATUS ' AR1-RBS-FS
030800                 ' - IT WILL BE BILLED AGAIN NEXT RUN'
030900             MOVE 8 TO AR1-RETURN-CODE
031000         END-IF
031100     END-IF
031200     IF AR1-RUN-BLOCKED
031300         SET AR1-RBS-EOF TO TRUE
031400         GO TO 2000-EXIT
031500     END-IF
031600     .
031700 2000-READ-NEXT.
031800     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT
031900     .
032000 2000-EXIT.
032100     EXIT.
032200
032300 2100-READ-SCHEDULE.
032400     READ SCHEDULE-FILE NEXT
032500         AT END SET AR1-RBS-EOF TO TRUE
032600     END-READ
032700     .
032800 2100-EXIT.
032900     EXIT.
033000
033100 2200-BILL-ONE-PERIOD.
033200     MOVE AR1-RBS-NEXT-BILL-DATE TO AR1-BILL-DATE
033300     PERFORM 2300-WRITE-CHARGE-TRANS THRU 2300-EXIT
033400     IF AR1-RUN-BLOCKED
033500         GO TO 2200-EXIT
033600     END-IF
033700     MOVE AR1-BILL-DATE TO AR1-RBS-LAST-BILLED-DATE
033800     SET AR1-SCHEDULE-CHANGED TO TRUE
033900
034000     PERFORM 2400-ADVANCE-BILL-DATE THRU 2400-EXIT
034100     PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
034200
034300*    A COUNTED SCHEDULE ENDS WITH ITS LAST INSTALMENT; ANY
034400*    SCHEDULE ENDS ONCE ITS NEXT BILL WOULD FALL PAST THE END
034500     IF AR1-RBS-INSTALMENTS-LEFT > ZERO
034600         SUBTRACT 1 FROM AR1-RBS-INSTALMENTS-LEFT
034700         IF AR1-RBS-INSTALMENTS-LEFT = ZERO
034800             MOVE 'FINAL INSTALMENT BILLED' TO AR1-EXPIRY-REASON
034900             PERFORM 2500-EXPIRE-SCHEDULE THRU 2500-EXIT
035000             GO TO 2200-EXIT
035100         END-IF
035200     END-IF
035300     IF AR1-RBS-END-DATE NOT = SPACES
035400         AND AR1-RBS-NEXT-BILL-DATE > AR1-RBS-END-DATE
035500         MOVE 'END DATE REACHED' TO AR1-EXPIRY-REASON
035600         PERFORM 2500-EXPIRE-SCHEDULE THRU 2500-EXIT
035700     END-IF
035800     .
035900 2200-EXIT.
036000     EXIT.
036100
036200 2300-WRITE-CHARGE-TRANS.
036300*    THE TRANSACTION ID IS R + SCHEDULE + YEAR DIGIT + JULIAN
036400*    DAY OF THE BILL DATE - THE SAME PERIOD ALWAYS GETS THE
036500*    SAME ID, SO AR1110 REJECTS A SECOND GENERATION OF IT
036600     COMPUTE AR1-BILL-JULIAN-NUM = FUNCTION DAY-OF-INTEGER
036700         (FUNCTION INTEGER-OF-DATE (AR1-BILL-DATE-NUM))
036800     MOVE SPACES TO AR1-TRANS-RECORD
036900     STRING 'R' DELIMITED BY SIZE
037000         AR1-RBS-SCHED-ID DELIMITED BY SIZE
037100         AR1-BILL-JULIAN-YDDD DELIMITED BY SIZE
037200         INTO AR1-TRANS-ID
037300     MOVE AR1-RBS-ACCOUNT-ID   TO AR1-ACCOUNT-ID
037400     MOVE AR1-RBS-ACCOUNT-TYPE TO AR1-ACCOUNT-TYPE
037500     MOVE AR1-RBS-AMOUNT       TO AR1-TRANS-AMOUNT
037600     MOVE 'D'                  TO AR1-TRANS-TYPE-CODE
037700     WRITE AR1-TRANS-RECORD
037800     IF AR1-TRN-FS NOT = '00'
037900         DISPLAY 'AR1530: CHARGE ' AR1-TRANS-ID ' FOR SCHEDULE '
038000             AR1-RBS-SCHED-ID ' NOT WRITTEN - STATUS ' AR1-TRN-FS
038100             ' - RUN STOPPED, SCHEDULE NOT ADVANCED'
038200         SET AR1-RUN-BLOCKED TO TRUE
038300         GO TO 2300-EXIT
038400     END-IF
038500     ADD 1 TO AR1-CHARGED-COUNT
038600     ADD AR1-RBS-AMOUNT TO AR1-CHARGE-TOTAL
038700     .
038800 2300-EXIT.
038900     EXIT.
039000
039100 2400-ADVANCE-BILL-DATE.
039200     MOVE AR1-RBS-NEXT-BILL-DATE TO AR1-NEXT-DATE
039300     IF AR1-RBS-WEEKLY
039400         COMPUTE AR1-BILL-DATE-INT =
039500             FUNCTION INTEGER-OF-DATE (AR1-NEXT-DATE-NUM) + 7
039600         COMPUTE AR1-NEXT-DATE-NUM =
039700             FUNCTION DATE-OF-INTEGER (AR1-BILL-DATE-INT)
039800         MOVE AR1-NEXT-DATE TO AR1-RBS-NEXT-BILL-DATE
039900         GO TO 2400-EXIT
040000     END-IF
040100
040200     EVALUATE TRUE
040300         WHEN AR1-RBS-QUARTERLY
040400             MOVE 3 TO AR1-ADD-MONTHS
040500         WHEN AR1-RBS-ANNUAL
040600             MOVE 12 TO AR1-ADD-MONTHS
040700         WHEN OTHER
040800             MOVE 1 TO AR1-ADD-MONTHS
040900     END-EVALUATE
041000     ADD AR1-ADD-MONTHS TO AR1-NEXT-MM
041100     IF AR1-NEXT-MM > 12
041200         SUBTRACT 12 FROM AR1-NEXT-MM
041300         ADD 1 TO AR1-NEXT-YYYY
041400     END-IF
041500
041600*    BACK TO THE BILLING DAY, OR THE MONTH'S LAST DAY IF IT IS
041700*    SHORTER
041800     PERFORM 2410-SET-MONTH-END THRU 2410-EXIT
041900     IF AR1-RBS-BILL-DAY NUMERIC
042000         AND AR1-RBS-BILL-DAY > ZERO
042100         MOVE AR1-RBS-BILL-DAY TO AR1-NEXT-DD
042200     END-IF
042300     IF AR1-NEXT-DD > AR1-MONTH-END
042400         MOVE AR1-MONTH-END TO AR1-NEXT-DD
042500     END-IF
042600     MOVE AR1-NEXT-DATE TO AR1-RBS-NEXT-BILL-DATE
042700     .
042800 2400-EXIT.
042900     EXIT.
043000
043100 2410-SET-MONTH-END.
043200     MOVE AR1-MONTH-DAYS (AR1-NEXT-MM) TO AR1-MONTH-END
043300     IF AR1-NEXT-MM NOT = 02
043400         GO TO 2410-EXIT
043500     END-IF
043600     DIVIDE AR1-NEXT-YYYY BY 4 GIVING AR1-LEAP-QUOTIENT
043700         REMAINDER AR1-LEAP-REM-4
043800     DIVIDE AR1-NEXT-YYYY BY 100 GIVING AR1-LEAP-QUOTIENT
043900         REMAINDER AR1-LEAP-REM-100
044000     DIVIDE AR1-NEXT-YYYY BY 400 GIVING AR1-LEAP-QUOTIENT
044100         REMAINDER AR1-LEAP-REM-400
044200     IF AR1-LEAP-REM-4 = ZERO
044300         AND (AR1-LEAP-REM-100 NOT = ZERO
044400              OR AR1-LEAP-REM-400 = ZERO)
044500         MOVE 29 TO AR1-MONTH-END
044600     END-IF
044700     .
044800 2410-EXIT.
044900     EXIT.
045000
045100 2500-EXPIRE-SCHEDULE.
045200     SET AR1-RBS-EXPIRED TO TRUE
045300     SET AR1-SCHEDULE-CHANGED TO TRUE
045400     ADD 1 TO AR1-EXPIRED-COUNT
045500     MOVE AR1-RBS-SCHED-ID   TO AR1-EXP-SCHED-ID
045600     MOVE AR1-RBS-ACCOUNT-ID TO AR1-EXP-ACCOUNT
045700     MOVE AR1-EXPIRY-REASON  TO AR1-EXP-REASON
045800     MOVE AR1-EXP-LINE TO AR1-RPT-LINE
045900     WRITE AR1-RPT-LINE
046000     .
046100 2500-EXIT.
046200     EXIT.
046300
046400 2600-WRITE-REGISTER-LINE.
046500     MOVE AR1-RBS-SCHED-ID       TO AR1-DTL-SCHED-ID
046600     MOVE AR1-RBS-ACCOUNT-ID     TO AR1-DTL-ACCOUNT
046700     MOVE AR1-RBS-ACCOUNT-TYPE   TO AR1-DTL-TYPE
046800     MOVE AR1-TRANS-ID           TO AR1-DTL-TRANS-ID
046900     MOVE AR1-BILL-DATE          TO AR1-DTL-BILL-DATE
047000     MOVE AR1-RBS-AMOUNT         TO AR1-DTL-AMOUNT
047100     MOVE AR1-RBS-NEXT-BILL-DATE TO AR1-DTL-NEXT-DATE
047200     MOVE AR1-DTL-LINE TO AR1-RPT-LINE
047300     WRITE AR1-RPT-LINE
047400     .
047500 2600-EXIT.
047600     EXIT.
047700
047800 9000-TERMINATE.
047900     MOVE AR1-SCHEDULES-READ TO AR1-TOT-READ
048000     MOVE AR1-CHARGED-COUNT  TO AR1-TOT-CHARGED
048100     MOVE AR1-CHARGE-TOTAL   TO AR1-TOT-AMOUNT
048200     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
048300     WRITE AR1-RPT-LINE
048400     MOVE AR1-EXPIRED-COUNT  TO AR1-EXP-COUNT
048500     MOVE AR1-EXP-TOT-LINE TO AR1-RPT-LINE
048600     WRITE AR1-RPT-LINE
048700
048800     CLOSE CHARGE-FEED-OUT BILLING-RPT
048900     IF NOT AR1-SCHEDULES-MISSING
049000         CLOSE SCHEDULE-FILE
049100     END-IF
049200
049300     IF NOT AR1-RUN-BLOCKED
049400         INITIALIZE LK-AR1140-PARMS
049500         SET LK-RCN-END TO TRUE
049600         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
049700         MOVE 'AR1530  ' TO LK-RCN-PROGRAM-ID
049800         MOVE AR1-CHARGED-COUNT TO LK-RCN-RECORD-COUNT
049900         CALL 'AR1140' USING LK-AR1140-PARMS
050000     END-IF
050100     .
050200 9000-EXIT.
050300     EXIT.
