000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1460.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1460 - BUSINESS-DATE ADVANCE                             *
000900*                                                                *
001000*    LAST STEP OF THE OVERNIGHT STREAM.  MOVES THE BUSINESS     *
001100*    DATE ON THE BUSINESS-DATE CONTROL FILE (BUSDTCTL, SEE      *
001200*    AR1BDT) TO THE NEXT PROCESSING DAY ON THE AR1470 CALENDAR, *
001300*    SKIPPING WEEKENDS AND HOLIDAYS - BUT ONLY ONCE EVERY       *
001400*    PROGRAM LISTED ON THE STREAM PARAMETER FILE (STRMPARM,     *
001500*    SEE AR1STP) IS MARKED COMPLETE ON THE RUN-CONTROL FILE     *
001600*    FOR THE CURRENT RUN-ID.  IF ANY IS NOT, THE ADVANCE IS     *
001700*    REFUSED WITH RC 8 AND THE DATE STAYS WHERE IT IS, SO THE   *
001800*    CATCH-UP RUN AFTER AN OUTAGE IS STILL STAMPED WITH THE     *
001900*    DAY IT IS CATCHING UP.                                     *
002000*                                                                *
002100*    WHILE A SUPERVISED BACK-DATED RUN IS OPEN, THE STREAM JUST *
002200*    RUN WAS FOR THAT EARLIER DATE: ONCE IT IS COMPLETE THE     *
002300*    BACK-DATED RUN IS CLOSED AND THE BUSINESS DATE IS LEFT     *
002400*    ALONE.  A SAME-DAY SECOND-CYCLE STREAM DOES NOT RUN THIS   *
002500*    STEP.  THE CONTROL FILE ITSELF IS FIRST SET UP THROUGH THE *
002600*    AR1450 CALENDAR SCREEN.                                    *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT  DESCRIPTION                               *
003000*    ---------- ----  ------------------------------------------*
003100*    2026-10-14 RVH   ORIGINAL BUSINESS-DATE ADVANCE            *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-390.
003600 OBJECT-COMPUTER. IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BUSINESS-DATE-CTL ASSIGN TO BUSDTCTL
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS AR1-BDT-FS.
004200
004300     SELECT STREAM-PARM-IN ASSIGN TO STRMPARM
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS AR1-STP-FS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  BUSINESS-DATE-CTL
005000     RECORDING MODE IS F.
005100     COPY AR1BDT.
005200
005300 FD  STREAM-PARM-IN
005400     RECORDING MODE IS F.
005500     COPY AR1STP.
005600
005700 WORKING-STORAGE SECTION.
005800 01  AR1-FILE-STATUSES.
005900     05  AR1-BDT-FS              PIC X(02) VALUE '00'.
006000     05  AR1-STP-FS              PIC X(02) VALUE '00'.
006100
006200 01  AR1-SWITCHES.
006300     05  AR1-STP-EOF-SWITCH      PIC X(01) VALUE 'N'.
006400         88  AR1-STP-EOF             VALUE 'Y'.
006500     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
006600         88  AR1-RUN-BLOCKED         VALUE 'Y'.
006700     05  AR1-BDT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
006800         88  AR1-CONTROL-OPEN        VALUE 'Y'.
006900     05  AR1-STP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007000         88  AR1-STREAM-PARM-OPEN    VALUE 'Y'.
007100     05  AR1-DATE-MOVED-SWITCH   PIC X(01) VALUE 'N'.
007200         88  AR1-DATE-MOVED          VALUE 'Y'.
007300
007400 01  AR1-CONTROL-FIELDS.
007500     05  AR1-RUN-ID              PIC X(08).
007600     05  AR1-RUN-DATE            PIC X(08).
007700     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
007800
007900     COPY AR1140P.
008000     COPY AR1130P.
008100     COPY AR1470P.
008200
008300 01  AR1-COUNTERS.
008400     05  AR1-PROGRAMS-CHECKED    PIC 9(09) COMP VALUE ZERO.
008500     05  AR1-PROGRAMS-OPEN       PIC 9(09) COMP VALUE ZERO.
008600
008700 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
008800
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009200     IF NOT AR1-RUN-BLOCKED
009300         PERFORM 2000-CHECK-ONE-PROGRAM THRU 2000-EXIT
009400             UNTIL AR1-STP-EOF
009500         PERFORM 3000-MOVE-DATE-ON THRU 3000-EXIT
009600     END-IF
009700     PERFORM 9000-TERMINATE THRU 9000-EXIT
009800     IF AR1-RUN-BLOCKED
009900         MOVE 8 TO AR1-RETURN-CODE
010000     END-IF
010100     MOVE AR1-RETURN-CODE TO RETURN-CODE
010200     GOBACK.
010300
010400 1000-INITIALIZE.
010500     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
010600     INITIALIZE LK-AR1130-PARMS
010700     CALL 'AR1130' USING LK-AR1130-PARMS
010800     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
010900     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
011000*    A RUN-ID TAKEN FROM THE CLOCK PROVES NOTHING ABOUT THE
011100*    BUSINESS DATE - NEVER ADVANCE ON ONE
011200     IF LK-RID-RETURN-CODE NOT = ZERO
011300         DISPLAY 'AR1460: BUSINESS-DATE CONTROL FILE NOT '
011400             'USABLE - ADVANCE REFUSED'
011500         SET AR1-RUN-BLOCKED TO TRUE
011600         GO TO 1000-EXIT
011700     END-IF
011800
011900     INITIALIZE LK-AR1140-PARMS
012000     SET LK-RCN-START TO TRUE
012100     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
012200     MOVE 'AR1460  ' TO LK-RCN-PROGRAM-ID
012300     CALL 'AR1140' USING LK-AR1140-PARMS
012400     IF LK-RCN-RETURN-CODE NOT = ZERO
012500         DISPLAY 'AR1460: BUSINESS DATE ALREADY MOVED ON FOR '
012600             AR1-RUN-ID ' OR RUN-CONTROL ERROR - ADVANCE '
012700             'REFUSED'
012800         SET AR1-RUN-BLOCKED TO TRUE
012900         GO TO 1000-EXIT
013000     END-IF
013100
013200     OPEN I-O BUSINESS-DATE-CTL
013300     IF AR1-BDT-FS NOT = '00'
013400         DISPLAY 'AR1460: BUSINESS-DATE CONTROL FILE ERROR - '
013500             'STATUS ' AR1-BDT-FS ' - ADVANCE REFUSED'
013600         SET AR1-RUN-BLOCKED TO TRUE
013700         GO TO 1000-EXIT
013800     END-IF
013900     SET AR1-CONTROL-OPEN TO TRUE
014000     READ BUSINESS-DATE-CTL
014100         AT END
014200             DISPLAY 'AR1460: BUSINESS-DATE CONTROL FILE EMPTY '
014300                 '- ADVANCE REFUSED'
014400             SET AR1-RUN-BLOCKED TO TRUE
014500             GO TO 1000-EXIT
014600     END-READ
014700
014800*    WITHOUT THE STREAM LIST, COMPLETION CANNOT BE PROVEN
014900     OPEN INPUT STREAM-PARM-IN
015000     IF AR1-STP-FS NOT = '00'
015100         DISPLAY 'AR1460: STREAM PARAMETER FILE NOT AVAILABLE '
015200             '- STATUS ' AR1-STP-FS ' - ADVANCE REFUSED'
015300         SET AR1-RUN-BLOCKED TO TRUE
015400         GO TO 1000-EXIT
015500     END-IF
015600     SET AR1-STREAM-PARM-OPEN TO TRUE
015700     PERFORM 2100-READ-STREAM-PARM THRU 2100-EXIT
015800     .
015900 1000-EXIT.
016000     EXIT.
016100
016200*****************************************************************
016300*    ONE PROGRAM OF THE STREAM MUST BE COMPLETE FOR THIS RUN    *
016400*****************************************************************
016500 2000-CHECK-ONE-PROGRAM.
016600     IF AR1-STP-PROGRAM-ID = SPACES
016700         OR AR1-STP-PROGRAM-ID = 'AR1460  '
016800         GO TO 2000-READ-NEXT
016900     END-IF
017000     ADD 1 TO AR1-PROGRAMS-CHECKED
017100
017200     INITIALIZE LK-AR1140-PARMS
017300     SET LK-RCN-QUERY TO TRUE
017400     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
017500     MOVE AR1-STP-PROGRAM-ID TO LK-RCN-PROGRAM-ID
017600     CALL 'AR1140' USING LK-AR1140-PARMS
017700     IF LK-RCN-RETURN-CODE NOT = ZERO
017800         DISPLAY 'AR1460: RUN-CONTROL ERROR ON '
017900             AR1-STP-PROGRAM-ID ' - TREATED AS NOT COMPLETE'
018000         ADD 1 TO AR1-PROGRAMS-OPEN
018100         GO TO 2000-READ-NEXT
018200     END-IF
018300     IF NOT LK-RCN-IS-COMPLETE
018400         DISPLAY 'AR1460: ' AR1-STP-PROGRAM-ID
018500             ' NOT COMPLETE FOR RUN ' AR1-RUN-ID
018600             ' - STATUS ' LK-RCN-STATUS
018700         ADD 1 TO AR1-PROGRAMS-OPEN
018800     END-IF
018900     .
019000 2000-READ-NEXT.
019100     PERFORM 2100-READ-STREAM-PARM THRU 2100-EXIT
019200     .
019300 2000-EXIT.
019400     EXIT.
019500
019600 2100-READ-STREAM-PARM.
019700     READ STREAM-PARM-IN
019800         AT END SET AR1-STP-EOF TO TRUE
019900     END-READ
020000     .
020100 2100-EXIT.
020200     EXIT.
020300
020400 3000-MOVE-DATE-ON.
020500     IF AR1-PROGRAMS-CHECKED = ZERO
020600         DISPLAY 'AR1460: STREAM PARAMETER FILE LISTS NO '
020700             'PROGRAMS - ADVANCE REFUSED'
020800         SET AR1-RUN-BLOCKED TO TRUE
020900         GO TO 3000-EXIT
021000     END-IF
021100     IF AR1-PROGRAMS-OPEN > ZERO
021200         DISPLAY 'AR1460: ' AR1-PROGRAMS-OPEN
021300             ' PROGRAM(S) NOT COMPLETE FOR ' AR1-RUN-DATE
021400             ' - BUSINESS DATE NOT ADVANCED'
021500         SET AR1-RUN-BLOCKED TO TRUE
021600         GO TO 3000-EXIT
021700     END-IF
021800
021900     IF AR1-BDT-NO-BACKDATE
022000         PERFORM 3200-ADVANCE-BUSINESS-DATE THRU 3200-EXIT
022100     ELSE
022200         PERFORM 3100-CLOSE-BACKDATED-RUN THRU 3100-EXIT
022300     END-IF
022400     .
022500 3000-EXIT.
022600     EXIT.
022700
022800 3100-CLOSE-BACKDATED-RUN.
022900     DISPLAY 'AR1460: BACK-DATED RUN FOR ' AR1-BDT-BACKDATE-DATE
023000         ' COMPLETE - CLOSED, BUSINESS DATE STAYS '
023100         AR1-BDT-BUSINESS-DATE
023200     MOVE SPACES TO AR1-BDT-BACKDATE-DATE
023300     MOVE SPACES TO AR1-BDT-BACKDATE-BY
023400     MOVE SPACES TO AR1-BDT-BACKDATE-TS
023500     PERFORM 3300-REWRITE-CONTROL THRU 3300-EXIT
023600     .
023700 3100-EXIT.
023800     EXIT.
023900
024000 3200-ADVANCE-BUSINESS-DATE.
024100     INITIALIZE LK-AR1470-PARMS
024200     SET LK-BDC-NEXT-DAY TO TRUE
024300     MOVE AR1-BDT-BUSINESS-DATE TO LK-BDC-FROM-DATE
024400     CALL 'AR1470' USING LK-AR1470-PARMS
024500     IF LK-BDC-RETURN-CODE > 4
024600         DISPLAY 'AR1460: BUSINESS DATE ' AR1-BDT-BUSINESS-DATE
024700             ' NOT A VALID DATE - ADVANCE REFUSED'
024800         SET AR1-RUN-BLOCKED TO TRUE
024900         GO TO 3200-EXIT
025000     END-IF
025100     IF LK-BDC-RETURN-CODE = 4
025200         DISPLAY 'AR1460: HOLIDAY CALENDAR NOT AVAILABLE - '
025300             'ADVANCED OVER WEEKENDS ONLY'
025400         MOVE 4 TO AR1-RETURN-CODE
025500     END-IF
025600     DISPLAY 'AR1460: BUSINESS DATE ADVANCED FROM '
025700         AR1-BDT-BUSINESS-DATE ' TO ' LK-BDC-RESULT-DATE
025800     MOVE AR1-BDT-BUSINESS-DATE TO AR1-BDT-PRIOR-DATE
025900     MOVE LK-BDC-RESULT-DATE    TO AR1-BDT-BUSINESS-DATE
026000     MOVE AR1-CURRENT-TIMESTAMP TO AR1-BDT-ADVANCED-TS
026100     PERFORM 3300-REWRITE-CONTROL THRU 3300-EXIT
026200     .
026300 3200-EXIT.
026400     EXIT.
026500
026600 3300-REWRITE-CONTROL.
026700     REWRITE AR1-BDT-RECORD
026800     IF AR1-BDT-FS NOT = '00'
026900         DISPLAY 'AR1460: BUSINESS-DATE CONTROL REWRITE FAILED '
027000             '- STATUS ' AR1-BDT-FS
027100         SET AR1-RUN-BLOCKED TO TRUE
027200         GO TO 3300-EXIT
027300     END-IF
027400     SET AR1-DATE-MOVED TO TRUE
027500     .
027600 3300-EXIT.
027700     EXIT.
027800
027900 9000-TERMINATE.
028000     IF AR1-CONTROL-OPEN
028100         CLOSE BUSINESS-DATE-CTL
028200     END-IF
028300     IF AR1-STREAM-PARM-OPEN
028400         CLOSE STREAM-PARM-IN
028500     END-IF
028600*    A REFUSED ADVANCE LEAVES NO END RECORD, SO THE STEP CAN BE
028700*    RUN AGAIN ONCE THE STREAM HAS BEEN COMPLETED
028800     IF NOT AR1-DATE-MOVED
028900         GO TO 9000-EXIT
029000     END-IF
029100     INITIALIZE LK-AR1140-PARMS
029200     SET LK-RCN-END TO TRUE
029300     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
029400     MOVE 'AR1460  ' TO LK-RCN-PROGRAM-ID
029500     MOVE AR1-PROGRAMS-CHECKED TO LK-RCN-RECORD-COUNT
029600     CALL 'AR1140' USING LK-AR1140-PARMS
029700     .
029800 9000-EXIT.
029900     EXIT.
