000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1510.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1510 - AGED-REJECT REPORT                                *
000900*                                                                *
001000*    DAILY LIST OF EVERY REJECT ON THE REJECT REPAIR QUEUE      *
001100*    (SEE AR1RJQ) STILL OPEN, OR CORRECTED BUT NOT RELEASED,    *
001200*    MORE THAN N BUSINESS DAYS AFTER THE RUN THAT REJECTED IT.  *
001300*    N COMES FROM THE REJECT PARAMETER FILE (REJPARM, SEE       *
001400*    AR1RJP) AND DEFAULTS TO FIVE.  DAYS ARE COUNTED BACK FROM  *
001500*    THE BUSINESS DATE THROUGH AR1470, AS AR1300 AGES ITS       *
001600*    BUCKETS.  ENDS RC 4 WHEN ANYTHING IS AGED SO THE STREAM    *
001700*    FLAGS IT.  A BUSINESS DATE AR1470 CANNOT COUNT BACK FROM   *
001800*    ENDS RC 8 WITH NOTHING AGED.                               *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    DATE       INIT  DESCRIPTION                               *
002200*    ---------- ----  ------------------------------------------*
002300*    2026-10-15 RVH   ORIGINAL AGED-REJECT REPORT               *
002400*    2026-10-15 RVH   AN AR1470 RC 8 ENDS THE RUN RC 8 WITHOUT  *
002500*                     THE AGING PASS                            *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-390.
003000 OBJECT-COMPUTER. IBM-390.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REJECT-PARM-IN ASSIGN TO REJPARM
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS AR1-RJP-FS.
003600
003700     SELECT REJECT-QUEUE ASSIGN TO REJQUEUE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS AR1-RJQ-FS.
004000
004100     SELECT AGED-REJECT-RPT ASSIGN TO REJAGRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS AR1-RPT-FS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REJECT-PARM-IN
004800     RECORDING MODE IS F.
004900     COPY AR1RJP.
005000
005100 FD  REJECT-QUEUE
005200     RECORDING MODE IS F.
005300     COPY AR1RJQ.
005400
005500 FD  AGED-REJECT-RPT
005600     RECORDING MODE IS F.
005700 01  AR1-RPT-LINE                PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000 01  AR1-FILE-STATUSES.
006100     05  AR1-RJP-FS              PIC X(02) VALUE '00'.
006200     05  AR1-RJQ-FS              PIC X(02) VALUE '00'.
006300     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
006400
006500 01  AR1-SWITCHES.
006600     05  AR1-RJQ-EOF-SWITCH      PIC X(01) VALUE 'N'.
006700         88  AR1-RJQ-EOF             VALUE 'Y'.
006800     05  AR1-RJQ-MISSING-SWITCH  PIC X(01) VALUE 'N'.
006900         88  AR1-QUEUE-MISSING       VALUE 'Y'.
007000
007100 01  AR1-CONTROL-FIELDS.
007200     05  AR1-RUN-ID              PIC X(08).
007300     05  AR1-RUN-DATE            PIC X(08).
007400     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
007500     05  AR1-AGE-DAYS            PIC 9(03) VALUE 5.
007600     05  AR1-AGE-CUTOFF          PIC X(08).
007700
007800     COPY AR1140P.
007900     COPY AR1130P.
008000     COPY AR1470P.
008100
008200 01  AR1-COUNTERS.
008300     05  AR1-OUTSTANDING-COUNT   PIC 9(09) COMP VALUE ZERO.
008400     05  AR1-AGED-COUNT          PIC 9(09) COMP VALUE ZERO.
008500
008600 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
008700
008800 01  AR1-REPORT-LINES.
008900     05  AR1-HDR-LINE.
009000         10  FILLER              PIC X(27)
009100             VALUE 'AR1510 REJECTS OUTSTANDING '.
009200         10  AR1-HDR-DAYS        PIC ZZ9.
009300         10  FILLER              PIC X(26)
009400             VALUE ' BUSINESS DAYS OR MORE AT '.
009500         10  AR1-HDR-DATE        PIC X(08).
009600     05  AR1-COL-HDR-LINE.
009700         10  FILLER              PIC X(32)
009800             VALUE 'RUN-ID     SEQ ORIG CURR ST REJ '.
009900         10  FILLER              PIC X(30)
010000             VALUE 'ON     TRANS-ID   ACCOUNT     '.
010100     05  AR1-DTL-LINE.
010200         10  AR1-DTL-RUN-ID      PIC X(08).
010300         10  FILLER              PIC X(01) VALUE SPACES.
010400         10  AR1-DTL-SEQ         PIC ZZZZ9.
010500         10  FILLER              PIC X(01) VALUE SPACES.
010600         10  AR1-DTL-ORIG-REASON PIC X(04).
010700         10  FILLER              PIC X(01) VALUE SPACES.
010800         10  AR1-DTL-CURR-REASON PIC X(04).
010900         10  FILLER              PIC X(02) VALUE SPACES.
011000         10  AR1-DTL-STATUS      PIC X(01).
011100         10  FILLER              PIC X(01) VALUE SPACES.
011200         10  AR1-DTL-REJECT-DATE PIC X(08).
011300         10  FILLER              PIC X(01) VALUE SPACES.
011400         10  AR1-DTL-TRANS-ID    PIC X(10).
011500         10  FILLER              PIC X(01) VALUE SPACES.
011600         10  AR1-DTL-ACCOUNT     PIC X(10).
011700     05  AR1-OUT-LINE.
011800         10  FILLER              PIC X(24)
011900             VALUE 'REJECTS OUTSTANDING     '.
012000         10  AR1-OUT-COUNT       PIC ZZZZZZZZ9.
012100     05  AR1-AGED-LINE.
012200         10  FILLER              PIC X(24)
012300             VALUE 'REJECTS AGED            '.
012400         10  AR1-AGD-COUNT       PIC ZZZZZZZZ9.
012500
012600     COPY AR1TRX.
012700
012800 PROCEDURE DIVISION.
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013100     PERFORM 2000-CHECK-ONE-REJECT THRU 2000-EXIT
013200         UNTIL AR1-RJQ-EOF
013300     PERFORM 9000-TERMINATE THRU 9000-EXIT
013400     MOVE AR1-RETURN-CODE TO RETURN-CODE
013500     GOBACK.
013600
013700 1000-INITIALIZE.
013800     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
013900     INITIALIZE LK-AR1130-PARMS
014000     CALL 'AR1130' USING LK-AR1130-PARMS
014100     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
014200     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
014300
014400     INITIALIZE LK-AR1140-PARMS
014500     SET LK-RCN-START TO TRUE
014600     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
014700     MOVE 'AR1510  ' TO LK-RCN-PROGRAM-ID
014800     CALL 'AR1140' USING LK-AR1140-PARMS
014900
015000     PERFORM 1100-READ-PARM THRU 1100-EXIT
015100     PERFORM 1200-SET-CUTOFF THRU 1200-EXIT
015200
015300     OPEN OUTPUT AGED-REJECT-RPT
015400     MOVE AR1-AGE-DAYS TO AR1-HDR-DAYS
015500     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
015600     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
015700     WRITE AR1-RPT-LINE
015800     MOVE AR1-COL-HDR-LINE TO AR1-RPT-LINE
015900     WRITE AR1-RPT-LINE
016000
016100*    NO CUTOFF, NO AGING - EVERY REJECT WOULD BE MEASURED
016200*    AGAINST A BLANK DATE
016300     IF AR1-RETURN-CODE = 8
016400         SET AR1-QUEUE-MISSING TO TRUE
016500         SET AR1-RJQ-EOF TO TRUE
016600         GO TO 1000-EXIT
016700     END-IF
016800
016900     OPEN INPUT REJECT-QUEUE
017000     IF AR1-RJQ-FS NOT = '00'
017100         DISPLAY 'AR1510: NO REJECT QUEUE - STATUS ' AR1-RJQ-FS
017200             ' - NOTHING TO REPORT'
017300         SET AR1-QUEUE-MISSING TO TRUE
017400         SET AR1-RJQ-EOF TO TRUE
017500         GO TO 1000-EXIT
017600     END-IF
017700     PERFORM 2100-READ-QUEUE THRU 2100-EXIT
017800     .
017900 1000-EXIT.
018000     EXIT.
018100
018200 1100-READ-PARM.
018300*    NO PARAMETER FILE, AN EMPTY ONE OR A NON-NUMERIC VALUE
018400*    LEAVES THE FIVE-DAY DEFAULT
018500     OPEN INPUT REJECT-PARM-IN
018600     IF AR1-RJP-FS NOT = '00'
018700         GO TO 1100-EXIT
018800     END-IF
018900     READ REJECT-PARM-IN
019000         AT END
019100             CONTINUE
019200         NOT AT END
019300             IF AR1-RJP-AGE-DAYS NUMERIC
019400                 MOVE AR1-RJP-AGE-DAYS TO AR1-AGE-DAYS
019500             END-IF
019600     END-READ
019700     CLOSE REJECT-PARM-IN
019800     .
019900 1100-EXIT.
020000     EXIT.
020100
020200 1200-SET-CUTOFF.
020300     INITIALIZE LK-AR1470-PARMS
020400     SET LK-BDC-BACK-DAYS TO TRUE
020500     MOVE AR1-RUN-DATE TO LK-BDC-FROM-DATE
020600     MOVE AR1-AGE-DAYS TO LK-BDC-DAY-COUNT
020700     CALL 'AR1470' USING LK-AR1470-PARMS
020800     MOVE LK-BDC-RESULT-DATE TO AR1-AGE-CUTOFF
020900     IF LK-BDC-RETURN-CODE = 4
021000         DISPLAY 'AR1510: HOLIDAY CALENDAR NOT AVAILABLE - '
021100             'AGED OVER WEEKENDS ONLY'
021200     END-IF
021300     IF LK-BDC-RETURN-CODE = 8
021400         DISPLAY 'AR1510: AGE CUTOFF NOT SET - BUSINESS DATE '
021500             AR1-RUN-DATE ' REFUSED BY AR1470 - NOTHING AGED'
021600         MOVE 8 TO AR1-RETURN-CODE
021700     END-IF
021800     .
021900 1200-EXIT.
022000     EXIT.
022100
022200 2000-CHECK-ONE-REJECT.
022300     IF NOT AR1-RJQ-OUTSTANDING
022400         GO TO 2000-READ-NEXT
022500     END-IF
022600     ADD 1 TO AR1-OUTSTANDING-COUNT
022700     IF AR1-RJQ-REJECT-DATE > AR1-AGE-CUTOFF
022800         GO TO 2000-READ-NEXT
022900     END-IF
023000
023100     ADD 1 TO AR1-AGED-COUNT
023200     MOVE AR1-RJQ-CURR-IMAGE  TO AR1-TRANS-RECORD
023300     MOVE AR1-RJQ-RUN-ID      TO AR1-DTL-RUN-ID
023400     MOVE AR1-RJQ-SEQ         TO AR1-DTL-SEQ
023500     MOVE AR1-RJQ-ORIG-REASON TO AR1-DTL-ORIG-REASON
023600     MOVE AR1-RJQ-CURR-REASON TO AR1-DTL-CURR-REASON
023700     MOVE AR1-RJQ-STATUS      TO AR1-DTL-STATUS
023800     MOVE AR1-RJQ-REJECT-DATE TO AR1-DTL-REJECT-DATE
023900     MOVE AR1-TRANS-ID        TO AR1-DTL-TRANS-ID
024000     MOVE AR1-ACCOUNT-ID      TO AR1-DTL-ACCOUNT
024100     MOVE AR1-DTL-LINE TO AR1-RPT-LINE
024200     WRITE AR1-RPT-LINE
024300     .
024400 2000-READ-NEXT.
024500     PERFORM 2100-READ-QUEUE THRU 2100-EXIT
024600     .
024700 2000-EXIT.
024800     EXIT.
024900
025000 2100-READ-QUEUE.
025100     READ REJECT-QUEUE
025200         AT END SET AR1-RJQ-EOF TO TRUE
025300     END-READ
025400     .
025500 2100-EXIT.
025600     EXIT.
025700
025800 9000-TERMINATE.
025900     MOVE AR1-OUTSTANDING-COUNT TO AR1-OUT-COUNT
026000     MOVE AR1-OUT-LINE TO AR1-RPT-LINE
026100     WRITE AR1-RPT-LINE
026200     MOVE AR1-AGED-COUNT TO AR1-AGD-COUNT
026300     MOVE AR1-AGED-LINE TO AR1-RPT-LINE
026400     WRITE AR1-RPT-LINE
026500
026600     CLOSE AGED-REJECT-RPT
026700     IF NOT AR1-QUEUE-MISSING
026800         CLOSE REJECT-QUEUE
026900     END-IF
027000     IF AR1-AGED-COUNT > ZERO
027100         AND AR1-RETURN-CODE < 4
027200         MOVE 4 TO AR1-RETURN-CODE
027300     END-IF
027400
027500     IF AR1-RETURN-CODE < 8
027600         INITIALIZE LK-AR1140-PARMS
027700         SET LK-RCN-END TO TRUE
027800         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
027900         MOVE 'AR1510  ' TO LK-RCN-PROGRAM-ID
028000         MOVE AR1-AGED-COUNT TO LK-RCN-RECORD-COUNT
028100         CALL 'AR1140' USING LK-AR1140-PARMS
028200     END-IF
028300     .
028400 9000-EXIT.
028500     EXIT.
