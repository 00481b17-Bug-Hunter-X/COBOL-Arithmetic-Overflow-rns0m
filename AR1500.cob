000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1500.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1500 - REPAIRED REJECT RESUBMISSION                      *
000900*                                                                *
001000*    RUNS AHEAD OF AR1110, AS AR1330 DOES.  EVERY REJECT THAT   *
001100*    WAS RELEASED ON THE AR1490 REPAIR SCREEN AND HAS NOT YET   *
001200*    BEEN RESUBMITTED IS WRITTEN, IN ITS CORRECTED AR1TRX       *
001300*    IMAGE, ONTO THE RAW BILLING FEED - SO IT GOES THROUGH THE  *
001400*    FULL AR1110 EDITS, CEILING CHECKS AND AUDIT TRAIL LIKE ANY *
001500*    OTHER TRANSACTION - AND THE QUEUE ENTRY IS STAMPED WITH    *
001600*    THE RUN-ID THAT TOOK IT.  A STAMPED ENTRY IS NEVER WRITTEN *
001700*    AGAIN, SO A RERUN IS SAFE.                                 *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    DATE       INIT  DESCRIPTION                               *
002100*    ---------- ----  ------------------------------------------*
002200*    2026-10-15 RVH   ORIGINAL REPAIRED REJECT RESUBMISSION     *
002300*    2026-10-15 RVH   A FEED WRITE THAT FAILS BLOCKS THE RUN    *
002400*                     AND LEAVES THE ENTRY UNSTAMPED            *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-390.
002900 OBJECT-COMPUTER. IBM-390.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT REJECT-QUEUE ASSIGN TO REJQUEUE
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS AR1-RJQ-FS.
003500
003600     SELECT RESUBMIT-FEED-OUT ASSIGN TO TRANSRAW
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS AR1-TRN-FS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  REJECT-QUEUE
004300     RECORDING MODE IS F.
004400     COPY AR1RJQ.
004500
004600 FD  RESUBMIT-FEED-OUT
004700     RECORDING MODE IS F.
004800     COPY AR1TRX.
004900
005000 WORKING-STORAGE SECTION.
005100 01  AR1-FILE-STATUSES.
005200     05  AR1-RJQ-FS              PIC X(02) VALUE '00'.
005300     05  AR1-TRN-FS              PIC X(02) VALUE '00'.
005400
005500 01  AR1-SWITCHES.
005600     05  AR1-RJQ-EOF-SWITCH      PIC X(01) VALUE 'N'.
005700         88  AR1-RJQ-EOF             VALUE 'Y'.
005800     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
005900         88  AR1-RUN-BLOCKED         VALUE 'Y'.
006000     05  AR1-RJQ-MISSING-SWITCH  PIC X(01) VALUE 'N'.
006100         88  AR1-QUEUE-MISSING       VALUE 'Y'.
006200
006300 01  AR1-CONTROL-FIELDS.
006400     05  AR1-RUN-ID              PIC X(08).
006500     05  AR1-RUN-DATE            PIC X(08).
006600     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
006700
006800     COPY AR1140P.
006900     COPY AR1130P.
007000
007100 01  AR1-COUNTERS.
007200     05  AR1-QUEUE-READ          PIC 9(09) COMP VALUE ZERO.
007300     05  AR1-RESUBMIT-COUNT      PIC 9(09) COMP VALUE ZERO.
007400
007500 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
007600
007700 PROCEDURE DIVISION.
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008000     IF NOT AR1-RUN-BLOCKED
008100         PERFORM 2000-CHECK-ONE-ENTRY THRU 2000-EXIT
008200             UNTIL AR1-RJQ-EOF
008300         PERFORM 9000-TERMINATE THRU 9000-EXIT
008400     END-IF
008500     IF AR1-RUN-BLOCKED
008600         MOVE 8 TO AR1-RETURN-CODE
008700     END-IF
008800     MOVE AR1-RETURN-CODE TO RETURN-CODE
008900     GOBACK.
009000
009100 1000-INITIALIZE.
009200     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
009300     INITIALIZE LK-AR1130-PARMS
009400     CALL 'AR1130' USING LK-AR1130-PARMS
009500     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
009600     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
009700
009800*    AN ENTRY IS STAMPED AS IT IS WRITTEN TO THE FEED, SO A
009900*    RERUN ONLY PICKS UP RELEASES MADE SINCE - IT IS ALLOWED
010000     INITIALIZE LK-AR1140-PARMS
010100     SET LK-RCN-START TO TRUE
010200     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
010300     MOVE 'AR1500  ' TO LK-RCN-PROGRAM-ID
010400     CALL 'AR1140' USING LK-AR1140-PARMS
010500
010600     OPEN I-O REJECT-QUEUE
010700     IF AR1-RJQ-FS = '05' OR '35'
010800         DISPLAY 'AR1500: NO REJECT QUEUE - NOTHING TO RESUBMIT'
010900         SET AR1-QUEUE-MISSING TO TRUE
011000         SET AR1-RJQ-EOF TO TRUE
011100         GO TO 1000-EXIT
011200     END-IF
011300     IF AR1-RJQ-FS NOT = '00'
011400         DISPLAY 'AR1500: REJECT QUEUE FILE ERROR - STATUS '
011500             AR1-RJQ-FS ' - RUN BLOCKED'
011600         SET AR1-RUN-BLOCKED TO TRUE
011700         GO TO 1000-EXIT
011800     END-IF
011900     OPEN EXTEND RESUBMIT-FEED-OUT
012000     IF AR1-TRN-FS = '05' OR '35'
012100         OPEN OUTPUT RESUBMIT-FEED-OUT
012200     END-IF
012300     IF AR1-TRN-FS NOT = '00'
012400         DISPLAY 'AR1500: RAW FEED FILE ERROR - STATUS '
012500             AR1-TRN-FS ' - RUN BLOCKED'
012600         CLOSE REJECT-QUEUE
012700         SET AR1-RUN-BLOCKED TO TRUE
012800         GO TO 1000-EXIT
012900     END-IF
013000     PERFORM 2100-READ-QUEUE THRU 2100-EXIT
013100     .
013200 1000-EXIT.
013300     EXIT.
013400
013500 2000-CHECK-ONE-ENTRY.
013600     ADD 1 TO AR1-QUEUE-READ
013700     IF NOT AR1-RJQ-RESUBMITTED
013800         OR AR1-RJQ-RELEASE-RUN-ID NOT = SPACES
013900         GO TO 2000-READ-NEXT
014000     END-IF
014100
014200     MOVE AR1-RJQ-CURR-IMAGE TO AR1-TRANS-RECORD
014300     WRITE AR1-TRANS-RECORD
014400*    AN ENTRY IS ONLY STAMPED ONCE IT IS ON THE FEED - ONE THAT
014500*    DID NOT WRITE STAYS QUEUED FOR THE RERUN
014600     IF AR1-TRN-FS NOT = '00'
014700         DISPLAY 'AR1500: RAW FEED WRITE FAILED - STATUS '
014800             AR1-TRN-FS ' - RUN ' AR1-RJQ-RUN-ID
014900             ' SEQ ' AR1-RJQ-SEQ ' NOT RESUBMITTED, RUN BLOCKED'
015000         SET AR1-RUN-BLOCKED TO TRUE
015100         SET AR1-RJQ-EOF TO TRUE
015200         MOVE 8 TO AR1-RETURN-CODE
015300         GO TO 2000-EXIT
015400     END-IF
015500     MOVE AR1-RUN-ID         TO AR1-RJQ-RELEASE-RUN-ID
015600     REWRITE AR1-RJQ-RECORD
015700     IF AR1-RJQ-FS NOT = '00'
015800         DISPLAY 'AR1500: REJECT QUEUE REWRITE FAILED - STATUS '
015900             AR1-RJQ-FS ' - RUN ' AR1-RJQ-RUN-ID
016000             ' SEQ ' AR1-RJQ-SEQ ' MAY BE RESUBMITTED AGAIN'
016100         MOVE 8 TO AR1-RETURN-CODE
016200     END-IF
016300     ADD 1 TO AR1-RESUBMIT-COUNT
016400     .
016500 2000-READ-NEXT.
016600     PERFORM 2100-READ-QUEUE THRU 2100-EXIT
016700     .
016800 2000-EXIT.
016900     EXIT.
017000
017100 2100-READ-QUEUE.
017200     READ REJECT-QUEUE
017300         AT END SET AR1-RJQ-EOF TO TRUE
017400     END-READ
017500     .
017600 2100-EXIT.
017700     EXIT.
017800
017900 9000-TERMINATE.
018000     DISPLAY 'AR1500: QUEUE ENTRIES READ ' AR1-QUEUE-READ
018100         ' RESUBMITTED ' AR1-RESUBMIT-COUNT
018200         ' FOR RUN ' AR1-RUN-ID
018300
018400     IF NOT AR1-QUEUE-MISSING
018500         CLOSE REJECT-QUEUE RESUBMIT-FEED-OUT
018600     END-IF
018700
018800     IF NOT AR1-RUN-BLOCKED
018900         INITIALIZE LK-AR1140-PARMS
019000         SET LK-RCN-END TO TRUE
019100         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
019200         MOVE 'AR1500  ' TO LK-RCN-PROGRAM-ID
019300         MOVE AR1-RESUBMIT-COUNT TO LK-RCN-RECORD-COUNT
019400         CALL 'AR1140' USING LK-AR1140-PARMS
019500     END-IF
019600     .
019700 9000-EXIT.
019800     EXIT.
