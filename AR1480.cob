000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1480.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1480 - REJECT REPAIR QUEUE LOAD                          *
000900*                                                                *
001000*    RUNS AFTER AR1100.  THE REJECT FILE (TRANSREJ) IS REBUILT  *
001100*    BY EVERY AR1110 RUN, SO A REJECT NOT WORKED THE SAME DAY   *
001200*    WAS LOST, OR FIXED BY HAND IN AN EDITOR AND DROPPED BACK   *
001300*    ON THE RAW FEED WITH NO TRACE.  THIS STEP COPIES THE RUN'S *
001400*    REJECTS - AR1110'S EDIT REJECTS AND AR1100'S NBAL REJECTS  *
001500*    - ONTO THE REJECT REPAIR QUEUE (REJQUEUE, SEE AR1RJQ) AS   *
001600*    OPEN ITEMS FOR THE AR1490 REPAIR SCREEN, STAMPED WITH THE  *
001700*    RUN-ID, THEIR POSITION ON THE REJECT FILE AND THE          *
001800*    BUSINESS DATE.  A RERUN FOR THE SAME RUN-ID QUEUES ONLY    *
001900*    THE REJECTS NOT ALREADY QUEUED, SO IT IS SAFE TO REPEAT.   *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    DATE       INIT  DESCRIPTION                               *
002300*    ---------- ----  ------------------------------------------*
002400*    2026-10-15 RVH   ORIGINAL REJECT REPAIR QUEUE LOAD         *
002500*    2026-10-15 RVH   A QUEUE WRITE THAT FAILS BLOCKS THE RUN - *
002600*                     THE RERUN PICKS UP WHERE IT STOPPED       *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-390.
003100 OBJECT-COMPUTER. IBM-390.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT REJECT-IN ASSIGN TO TRANSREJ
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS AR1-REJ-FS.
003700
003800     SELECT REJECT-QUEUE ASSIGN TO REJQUEUE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS AR1-RJQ-FS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  REJECT-IN
004500     RECORDING MODE IS F.
004600     COPY AR1REJ.
004700
004800 FD  REJECT-QUEUE
004900     RECORDING MODE IS F.
005000     COPY AR1RJQ.
005100
005200 WORKING-STORAGE SECTION.
005300 01  AR1-FILE-STATUSES.
005400     05  AR1-REJ-FS              PIC X(02) VALUE '00'.
005500     05  AR1-RJQ-FS              PIC X(02) VALUE '00'.
005600
005700 01  AR1-SWITCHES.
005800     05  AR1-REJ-EOF-SWITCH      PIC X(01) VALUE 'N'.
005900         88  AR1-REJ-EOF             VALUE 'Y'.
006000     05  AR1-RJQ-EOF-SWITCH      PIC X(01) VALUE 'N'.
006100         88  AR1-RJQ-EOF             VALUE 'Y'.
006200     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
006300         88  AR1-RUN-BLOCKED         VALUE 'Y'.
006400
006500 01  AR1-CONTROL-FIELDS.
006600     05  AR1-RUN-ID              PIC X(08).
006700     05  AR1-RUN-DATE            PIC X(08).
006800     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
006900
007000     COPY AR1140P.
007100     COPY AR1130P.
007200
007300 01  AR1-COUNTERS.
007400     05  AR1-REJECTS-READ        PIC 9(05) VALUE ZERO.
007500     05  AR1-ALREADY-QUEUED      PIC 9(05) VALUE ZERO.
007600     05  AR1-QUEUED-COUNT        PIC 9(09) COMP VALUE ZERO.
007700     05  AR1-SKIPPED-COUNT       PIC 9(09) COMP VALUE ZERO.
007800
007900 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
008000
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.
008300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008400     IF NOT AR1-RUN-BLOCKED
008500         PERFORM 2000-QUEUE-ONE-REJECT THRU 2000-EXIT
008600             UNTIL AR1-REJ-EOF
008700         PERFORM 9000-TERMINATE THRU 9000-EXIT
008800     END-IF
008900     IF AR1-RUN-BLOCKED
009000         MOVE 8 TO AR1-RETURN-CODE
009100     END-IF
009200     MOVE AR1-RETURN-CODE TO RETURN-CODE
009300     GOBACK.
009400
009500 1000-INITIALIZE.
009600     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
009700     INITIALIZE LK-AR1130-PARMS
009800     CALL 'AR1130' USING LK-AR1130-PARMS
009900     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
010000     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
010100
010200*    QUEUEING IS REPEATABLE - REJECTS ALREADY QUEUED FOR THIS
010300*    RUN-ID ARE PASSED OVER - SO A RERUN IS ALLOWED
010400     INITIALIZE LK-AR1140-PARMS
010500     SET LK-RCN-START TO TRUE
010600     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
010700     MOVE 'AR1480  ' TO LK-RCN-PROGRAM-ID
010800     CALL 'AR1140' USING LK-AR1140-PARMS
010900
011000     PERFORM 1100-COUNT-QUEUED THRU 1100-EXIT
011100
011200     OPEN INPUT REJECT-IN
011300     IF AR1-REJ-FS NOT = '00'
011400         DISPLAY 'AR1480: REJECT FILE NOT AVAILABLE - STATUS '
011500             AR1-REJ-FS ' - NOTHING QUEUED'
011600         SET AR1-RUN-BLOCKED TO TRUE
011700         GO TO 1000-EXIT
011800     END-IF
011900     OPEN EXTEND REJECT-QUEUE
012000     IF AR1-RJQ-FS = '05' OR '35'
012100         OPEN OUTPUT REJECT-QUEUE
012200     END-IF
012300     IF AR1-RJQ-FS NOT = '00'
012400         DISPLAY 'AR1480: REJECT QUEUE FILE ERROR - STATUS '
012500             AR1-RJQ-FS ' - RUN BLOCKED'
012600         CLOSE REJECT-IN
012700         SET AR1-RUN-BLOCKED TO TRUE
012800         GO TO 1000-EXIT
012900     END-IF
013000     PERFORM 2100-READ-REJECT THRU 2100-EXIT
013100     .
013200 1000-EXIT.
013300     EXIT.
013400
013500 1100-COUNT-QUEUED.
013600*    THE REJECT FILE IS WRITTEN IN THE SAME ORDER ON A RERUN,
013700*    SO THE NUMBER ALREADY QUEUED FOR THIS RUN-ID IS HOW MANY
013800*    LEADING REJECTS TO PASS OVER
013900     MOVE ZERO TO AR1-ALREADY-QUEUED
014000     OPEN INPUT REJECT-QUEUE
014100     IF AR1-RJQ-FS NOT = '00'
014200         GO TO 1100-EXIT
014300     END-IF
014400     PERFORM 1110-READ-QUEUE THRU 1110-EXIT
014500     PERFORM 1120-CHECK-ONE-QUEUED THRU 1120-EXIT
014600         UNTIL AR1-RJQ-EOF
014700     CLOSE REJECT-QUEUE
014800     .
014900 1100-EXIT.
015000     EXIT.
015100
015200 1110-READ-QUEUE.
015300     READ REJECT-QUEUE
015400         AT END SET AR1-RJQ-EOF TO TRUE
015500     END-READ
015600     .
015700 1110-EXIT.
015800     EXIT.
015900
016000 1120-CHECK-ONE-QUEUED.
016100     IF AR1-RJQ-RUN-ID = AR1-RUN-ID
016200         AND AR1-RJQ-SEQ > AR1-ALREADY-QUEUED
016300         MOVE AR1-RJQ-SEQ TO AR1-ALREADY-QUEUED
016400     END-IF
016500     PERFORM 1110-READ-QUEUE THRU 1110-EXIT
016600     .
016700 1120-EXIT.
016800     EXIT.
016900
017000 2000-QUEUE-ONE-REJECT.
017100     ADD 1 TO AR1-REJECTS-READ
017200     IF AR1-REJECTS-READ NOT > AR1-ALREADY-QUEUED
017300         ADD 1 TO AR1-SKIPPED-COUNT
017400         GO TO 2000-READ-NEXT
017500     END-IF
017600
017700     MOVE SPACES TO AR1-RJQ-RECORD
017800     MOVE AR1-RUN-ID            TO AR1-RJQ-RUN-ID
017900     MOVE AR1-REJECTS-READ      TO AR1-RJQ-SEQ
018000     MOVE AR1-RUN-DATE          TO AR1-RJQ-REJECT-DATE
018100     MOVE AR1-REJ-REASON-CODE   TO AR1-RJQ-ORIG-REASON
018200     MOVE AR1-REJ-REASON-CODE   TO AR1-RJQ-CURR-REASON
018300     SET AR1-RJQ-OPEN TO TRUE
018400     MOVE AR1-REJ-TRANS-IMAGE   TO AR1-RJQ-ORIG-IMAGE
018500     MOVE AR1-REJ-TRANS-IMAGE   TO AR1-RJQ-CURR-IMAGE
018600     MOVE AR1-CURRENT-TIMESTAMP TO AR1-RJQ-LAST-TIMESTAMP
018700     WRITE AR1-RJQ-RECORD
018800     IF AR1-RJQ-FS NOT = '00'
018900         DISPLAY 'AR1480: REJECT QUEUE WRITE FAILED - STATUS '
019000             AR1-RJQ-FS ' - REJECT ' AR1-REJECTS-READ
019100             ' NOT QUEUED, RUN BLOCKED'
019200         SET AR1-RUN-BLOCKED TO TRUE
019300         SET AR1-REJ-EOF TO TRUE
019400         GO TO 2000-EXIT
019500     END-IF
019600     ADD 1 TO AR1-QUEUED-COUNT
019700     .
019800 2000-READ-NEXT.
019900     PERFORM 2100-READ-REJECT THRU 2100-EXIT
020000     .
020100 2000-EXIT.
020200     EXIT.
020300
020400 2100-READ-REJECT.
020500     READ REJECT-IN
020600         AT END SET AR1-REJ-EOF TO TRUE
020700     END-READ
020800     .
020900 2100-EXIT.
021000     EXIT.
021100
021200 9000-TERMINATE.
021300     DISPLAY 'AR1480: REJECTS QUEUED ' AR1-QUEUED-COUNT
021400         ' ALREADY QUEUED ' AR1-SKIPPED-COUNT
021500         ' FOR RUN ' AR1-RUN-ID
021600
021700     CLOSE REJECT-IN REJECT-QUEUE
021800
021900     IF NOT AR1-RUN-BLOCKED
022000         INITIALIZE LK-AR1140-PARMS
022100         SET LK-RCN-END TO TRUE
022200         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
022300         MOVE 'AR1480  ' TO LK-RCN-PROGRAM-ID
022400         MOVE AR1-QUEUED-COUNT TO LK-RCN-RECORD-COUNT
022500         CALL 'AR1140' USING LK-AR1140-PARMS
022600     END-IF
022700     .
022800 9000-EXIT.
022900     EXIT.
