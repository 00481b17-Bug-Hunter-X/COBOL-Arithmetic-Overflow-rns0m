004500*                     RUN-CONTROL FILE (AR1140); A RERUN OF A    *
004600*                     COMPLETED RUN IS REFUSED                    *
004700*    2026-08-22 RVH   SEQUENCE-NUMBER CLEANUP                    *
004710*    2026-10-14 RVH   NO LONGER OPENS A BALANCE RECORD FOR AN    *
004720*                     UNSEEN ACCOUNT - ACCOUNTS ARE OPENED ON    *
004730*                     THE ACCOUNT MASTER (AR1370).  A            *
004740*                     TRANSACTION WITH NO BALANCE RECORD GOES    *
004750*                     TO THE REJECT FILE AS NBAL, UNPOSTED, RC 4 *
004760*    2026-10-14 RVH   POSTINGS STAMPED WITH THE BUSINESS DATE   *
004770*                     FROM AR1130 INSTEAD OF THE SYSTEM CLOCK   *
004780*    2026-10-15 RVH   AN NBAL REJECT'S TRANSACTION ID IS TAKEN   *
004790*                     BACK OFF THE TRANSACTION REGISTRY SO THE   *
004795*                     REPAIRED RECORD CAN BE RELEASED (AR1490)   *
004796*    2026-10-15 RVH   A REJECT THAT WILL NOT WRITE BLOCKS THE    *
004797*                     RUN - NO CONTROL TOTAL OR END RECORD -     *
004798*                     SO THE TRANSACTION IS NOT LOST             *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
007700     SELECT CONTROL-TOTAL-OUT ASSIGN TO CTLTOTL
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS AR1-TOT-FS.
007910
007920     SELECT REJECT-OUT ASSIGN TO TRANSREJ
007930         ORGANIZATION IS SEQUENTIAL
007940         FILE STATUS IS AR1-REJ-FS.
007950
007960     SELECT TRANS-REGISTRY ASSIGN TO TRNSREG
007970         ORGANIZATION IS INDEXED
007980         ACCESS MODE IS RANDOM
007985         RECORD KEY IS AR1-TRG-TRANS-ID
007990         FILE STATUS IS AR1-TRG-FS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
010300 FD  CONTROL-TOTAL-OUT
010400     RECORDING MODE IS F.
010500     COPY AR1TOT.
010510
010520 FD  REJECT-OUT
010530     RECORDING MODE IS F.
010540     COPY AR1REJ.
010550
010560 FD  TRANS-REGISTRY
010570     RECORDING MODE IS F.
010580     COPY AR1TRG.
010600
010700 WORKING-STORAGE SECTION.
010800 01  AR1-FILE-STATUSES.
011200     05  AR1-CKP-FS              PIC X(02) VALUE '00'.
011300     05  AR1-RST-FS              PIC X(02) VALUE '00'.
011400     05  AR1-TOT-FS              PIC X(02) VALUE '00'.
011410     05  AR1-REJ-FS              PIC X(02) VALUE '00'.
011420     05  AR1-TRG-FS              PIC X(02) VALUE '00'.
011500
011600 01  AR1-SWITCHES.
011700     05  AR1-TRANS-EOF-SWITCH    PIC X(01) VALUE 'N'.
012200         88  AR1-CKP-EOF             VALUE 'Y'.
012300     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
012400         88  AR1-RUN-BLOCKED         VALUE 'Y'.
012410     05  AR1-NO-BALANCE-SWITCH   PIC X(01) VALUE 'N'.
012420         88  AR1-NO-BALANCE-RECORD   VALUE 'Y'.
012430     05  AR1-REGISTRY-SWITCH     PIC X(01) VALUE 'N'.
012440         88  AR1-REGISTRY-OPEN       VALUE 'Y'.
012500
012600 01  AR1-CONTROL-FIELDS.
012700     05  AR1-RUN-ID              PIC X(08).
013100     05  AR1-TRANS-COUNT         PIC 9(09) COMP VALUE ZERO.
013200     05  AR1-CHECKPOINT-COUNT    PIC 9(09) COMP VALUE ZERO.
013300     05  AR1-SKIPPED-COUNT       PIC 9(09) COMP VALUE ZERO.
013310     05  AR1-UNPOSTED-COUNT      PIC 9(09) COMP VALUE ZERO.
013400
013500 01  AR1-ACCUMULATOR-FIELDS.
013600     05  AR1-INPUT-SUM           PIC S9(09)V99 VALUE ZERO.
018300     OPEN INPUT  TRANS-IN
018400     OPEN INPUT  CONTROL-PARM-IN
018500     OPEN I-O    BALANCE-MASTER
018600*    THE BALANCE MASTER IS NO LONGER CREATED HERE - ACCOUNTS
018700*    AND THEIR BALANCE RECORDS ARE OPENED THROUGH AR1370
018800     IF AR1-BAL-FS NOT = '00'
018810         DISPLAY 'AR1100: BALANCE MASTER NOT AVAILABLE - '
018820             'STATUS ' AR1-BAL-FS ' - RUN NOT STARTED'
018830         CLOSE TRANS-IN CONTROL-PARM-IN
018840         SET AR1-RUN-BLOCKED TO TRUE
018850         MOVE 8 TO AR1-RETURN-CODE
018860         GO TO 1000-EXIT
018900     END-IF
019000
019100     IF AR1-RESTART-CNT > ZERO
019910     IF AR1-TOT-FS = '05' OR '35'
019920         OPEN OUTPUT CONTROL-TOTAL-OUT
019930     END-IF
019940     OPEN EXTEND REJECT-OUT
019950     IF AR1-REJ-FS = '05' OR '35'
019960         OPEN OUTPUT REJECT-OUT
019970     END-IF
019980*    THE REGISTRY IS NEEDED ONLY TO TAKE AN NBAL REJECT BACK OFF
019982*    IT - WITHOUT IT THE RUN STILL POSTS, BUT THOSE REJECTS WILL
019984*    FAIL AS PDUP WHEN RELEASED FROM THE REPAIR QUEUE
019986     OPEN I-O TRANS-REGISTRY
019988     IF AR1-TRG-FS = '00'
019990         SET AR1-REGISTRY-OPEN TO TRUE
019992     ELSE
019994         DISPLAY 'AR1100: TRANSACTION REGISTRY NOT AVAILABLE - '
019995             'STATUS ' AR1-TRG-FS
019996             ' - NBAL REJECTS STAY REGISTERED'
019998     END-IF
020000
020100     PERFORM 1100-LOAD-CEILING-TABLE THRU 1100-EXIT
020200
021510     CALL 'AR1130' USING LK-AR1130-PARMS
021520     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
021530     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
021540*    POSTINGS ARE STAMPED WITH THE BUSINESS DATE THEY BELONG TO,
021550*    SO A CATCH-UP RUN DOES NOT DATE THEM BY THE CLOCK AND THE
021560*    AR1250 EXTRACT FOR THAT DATE STILL SELECTS THEM
021570     MOVE LK-RID-RUN-DATE TO AR1-CURRENT-TIMESTAMP
021600     OPEN INPUT RESTART-PARM-IN
021700     IF AR1-RST-FS = '00'
021800         READ RESTART-PARM-IN
037900
038000 1210-SKIP-ONE-TRANS.
038100     ADD 1 TO AR1-SKIPPED-COUNT
038110*    A TRANSACTION THE PRIOR RUN SENT TO THE REJECT FILE FOR
038120*    WANT OF A BALANCE RECORD NEVER ENTERED THE INPUT SUM
038130     PERFORM 2300-READ-BALANCE THRU 2300-EXIT
038140     IF NOT AR1-NO-BALANCE-RECORD
038200         ADD AR1-TRANS-AMOUNT TO AR1-INPUT-SUM
038210     END-IF
038300     PERFORM 2100-READ-TRANS THRU 2100-EXIT
038400     .
038500 1210-EXIT.
038600     EXIT.
038700
038800 2000-PROCESS-TRANSACTIONS.
038900     PERFORM 2300-READ-BALANCE THRU 2300-EXIT
038910     IF AR1-NO-BALANCE-RECORD
038920         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
038930     ELSE
038940         ADD AR1-TRANS-AMOUNT TO AR1-INPUT-SUM
039000         PERFORM 2200-LOOKUP-CEILING THRU 2200-EXIT
039200         PERFORM 2400-CALL-AMOUNT-CHECK THRU 2400-EXIT
039300         PERFORM 2500-REWRITE-BALANCE THRU 2500-EXIT
039310     END-IF
039320     IF AR1-RUN-BLOCKED
039330         GO TO 2000-EXIT
039340     END-IF
039400     ADD 1 TO AR1-TRANS-COUNT
039500     IF FUNCTION MOD (AR1-TRANS-COUNT AR1-CHECKPOINT-FREQ) = 0
039600         PERFORM 2600-WRITE-CHECKPOINT THRU 2600-EXIT
042900     EXIT.
043000
043100 2300-READ-BALANCE.
043200     MOVE 'N' TO AR1-NO-BALANCE-SWITCH
043300     MOVE AR1-ACCOUNT-ID TO AR1-BAL-ACCOUNT-ID
043400     READ BALANCE-MASTER
043500         INVALID KEY
043600             SET AR1-NO-BALANCE-RECORD TO TRUE
043900     END-READ
044000     .
044100 2300-EXIT.
046900     EXIT.
047000
047100 2500-REWRITE-BALANCE.
047200     REWRITE AR1-BALANCE-RECORD
047300         INVALID KEY
047400             DISPLAY 'AR1100: BALANCE REWRITE FAILED FOR '
047500                 AR1-BAL-ACCOUNT-ID ' - STATUS ' AR1-BAL-FS
047600             MOVE 8 TO AR1-RETURN-CODE
047700     END-REWRITE
048000     .
048100 2500-EXIT.
048200     EXIT.
049600     .
049700 2600-EXIT.
049800     EXIT.
049810
049820 2700-WRITE-REJECT.
049823*    THE ACCOUNT HAS NO BALANCE RECORD - IT WAS NEVER OPENED
049826*    THROUGH THE ACCOUNT MASTER.  THE TRANSACTION IS LEFT
049829*    UNPOSTED ON THE REJECT FILE FOR REPAIR.
049832     MOVE SPACES TO AR1-REJ-RECORD
049835     MOVE 'NBAL'           TO AR1-REJ-REASON-CODE
049838     MOVE AR1-TRANS-RECORD TO AR1-REJ-TRANS-IMAGE
049841     WRITE AR1-REJ-RECORD
049844     IF AR1-REJ-FS NOT = '00'
049847         DISPLAY 'AR1100: REJECT FILE WRITE FAILED - STATUS '
049850             AR1-REJ-FS ' - TRANSACTION ' AR1-TRANS-ID
049853             ' - RUN BLOCKED'
049856         SET AR1-RUN-BLOCKED TO TRUE
049859         SET AR1-TRANS-EOF TO TRUE
049862         MOVE 8 TO AR1-RETURN-CODE
049865         GO TO 2700-EXIT
049868     END-IF
049871     ADD 1 TO AR1-UNPOSTED-COUNT
049874*    AR1110 REGISTERED THE ID WHEN IT ACCEPTED THE TRANSACTION.
049877*    NOTHING WAS POSTED, SO THE ID COMES BACK OFF THE REGISTRY -
049880*    OTHERWISE THE REPAIRED RECORD WOULD FAIL AS A DUPLICATE
049883     IF AR1-REGISTRY-OPEN
049886         MOVE AR1-TRANS-ID TO AR1-TRG-TRANS-ID
049889         READ TRANS-REGISTRY
049892             INVALID KEY
049895                 CONTINUE
049898             NOT INVALID KEY
049901                 IF AR1-TRG-RUN-ID = AR1-RUN-ID
049904                     DELETE TRANS-REGISTRY RECORD
049907                 END-IF
049910         END-READ
049913     END-IF
049916     DISPLAY 'AR1100: NO BALANCE RECORD FOR ' AR1-ACCOUNT-ID
049919         ' - TRANSACTION ' AR1-TRANS-ID ' NOT POSTED'
049922     IF AR1-RETURN-CODE < 4
049925         MOVE 4 TO AR1-RETURN-CODE
049928     END-IF
049931     .
049934 2700-EXIT.
049937     EXIT.
049990
050000 9000-TERMINATE.
050100     MOVE '9' TO LK-FUNCTION-CODE
050200     CALL 'AR1150' USING LK-AR1150-PARMS
050300
050400     IF NOT AR1-RUN-BLOCKED
050410         PERFORM 9100-WRITE-CONTROL-TOTAL THRU 9100-EXIT
050420     END-IF
050500
050600     CLOSE TRANS-IN CONTROL-PARM-IN BALANCE-MASTER
050700           CHECKPOINT-FILE CONTROL-TOTAL-OUT REJECT-OUT
050702     IF AR1-REGISTRY-OPEN
050704         CLOSE TRANS-REGISTRY
050706     END-IF
050710     IF AR1-UNPOSTED-COUNT > ZERO
050720         DISPLAY 'AR1100: ' AR1-UNPOSTED-COUNT ' TRANSACTIONS '
050730             'NOT POSTED - NO BALANCE RECORD (REASON NBAL)'
050740     END-IF
050800
050850     IF NOT AR1-RUN-BLOCKED
050900         INITIALIZE LK-AR1140-PARMS
051000         SET LK-RCN-END TO TRUE
051100         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
051200         MOVE 'AR1100  ' TO LK-RCN-PROGRAM-ID
051300         MOVE AR1-TRANS-COUNT TO LK-RCN-RECORD-COUNT
051400         CALL 'AR1140' USING LK-AR1140-PARMS
051450     END-IF
051500     .
051600 9000-EXIT.
051700     EXIT.
