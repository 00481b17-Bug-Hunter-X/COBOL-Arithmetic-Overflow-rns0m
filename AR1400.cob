000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1400.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1400 - OPEN-ITEM / BALANCE-MASTER RECONCILIATION         *
000900*                                                                *
001000*    NIGHTLY PROOF THAT THE ITEM-LEVEL STORY KEPT BY AR1290 ON  *
001100*    THE OPEN-ITEM FILE AGREES WITH THE NETTED BALANCE KEPT BY  *
001200*    AR1100/AR1150 ON THE BALANCE MASTER.  FOR EVERY ACCOUNT    *
001300*    THE OPEN CHARGE ITEMS LESS THE OPEN UNAPPLIED CASH ARE     *
001400*    COMPARED TO AR1-BAL-AMOUNT.  SEVERAL THINGS LEGITIMATELY   *
001500*    MOVE ONE SIDE WITHOUT THE OTHER, AND EACH DIFFERENCE IS    *
001600*    EXPLAINED FROM ITS OWN FILE:                               *
001700*      PENDING SUSPENSE - A CAPPED EXCESS STILL HELD ON THE     *
001800*                         SUSPENSE FILE NEVER REACHED THE       *
001900*                         BALANCE (AN AR1200 RELEASE CLEARS IT) *
002000*      ADJUSTMENT       - AR1190/AR1260 POSTS ON THE ADJUSTMENT *
002100*                         LOG MOVE THE BALANCE ONLY             *
002200*      REVERSAL         - TYPE-R TRANSACTIONS LOGGED BY AR1290  *
002300*                         NET THROUGH THE BALANCE ONLY          *
002400*    WHATEVER IS LEFT AFTER THOSE IS UNEXPLAINED, AS IS AN      *
002500*    ACCOUNT CARRYING OPEN ITEMS WITH NO BALANCE RECORD.  ANY   *
002600*    UNEXPLAINED DIFFERENCE ENDS THE JOB WITH RC 8 SO THE JOB   *
002700*    STREAM HOLDS THE NEXT CYCLE UNTIL IT IS WORKED.  THE JOB   *
002800*    ONLY READS - A RERUN IS HARMLESS AND IS ALLOWED.           *
002900*                                                                *
003000*    MODIFICATION HISTORY                                       *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------- ----  ------------------------------------------*
003300*    2026-10-14 RVH   ORIGINAL OPEN-ITEM RECONCILIATION         *
003310*    2026-10-15 RVH   A BLOCKED RUN NO LONGER WRITES THE        *
003320*                     RUN-CONTROL END RECORD                    *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-390.
003800 OBJECT-COMPUTER. IBM-390.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS AR1-BAL-ACCOUNT-ID
004500         FILE STATUS IS AR1-BAL-FS.
004600
004700     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS AR1-OPI-KEY
005100         FILE STATUS IS AR1-OPI-FS.
005200
005300     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS AR1-SUS-FS.
005600
005700     SELECT ADJUSTMENT-FILE ASSIGN TO ADJFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS AR1-ADJ-FS.
006000
006100     SELECT REVERSAL-LOG ASSIGN TO REVLOG
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS AR1-RVL-FS.
006400
006500     SELECT RECON-RPT ASSIGN TO OIRCRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS AR1-RPT-FS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  BALANCE-MASTER
007200     RECORDING MODE IS F.
007300     COPY AR1BAL.
007400
007500 FD  OPEN-ITEM-FILE
007600     RECORDING MODE IS F.
007700     COPY AR1OPI.
007800
007900 FD  SUSPENSE-FILE
008000     RECORDING MODE IS F.
008100     COPY AR1SUS.
008200
008300 FD  ADJUSTMENT-FILE
008400     RECORDING MODE IS F.
008500     COPY AR1ADJ.
008600
008700 FD  REVERSAL-LOG
008800     RECORDING MODE IS F.
008900     COPY AR1RVL.
009000
009100 FD  RECON-RPT
009200     RECORDING MODE IS F.
009300 01  AR1-RPT-LINE                PIC X(80).
009400
009500 WORKING-STORAGE SECTION.
009600 01  AR1-FILE-STATUSES.
009700     05  AR1-BAL-FS              PIC X(02) VALUE '00'.
009800     05  AR1-OPI-FS              PIC X(02) VALUE '00'.
009900     05  AR1-SUS-FS              PIC X(02) VALUE '00'.
010000     05  AR1-ADJ-FS              PIC X(02) VALUE '00'.
010100     05  AR1-RVL-FS              PIC X(02) VALUE '00'.
010200     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
010300
010400 01  AR1-SWITCHES.
010500     05  AR1-BAL-EOF-SWITCH      PIC X(01) VALUE 'N'.
010600         88  AR1-BAL-EOF             VALUE 'Y'.
010700     05  AR1-OPI-EOF-SWITCH      PIC X(01) VALUE 'N'.
010800         88  AR1-OPI-EOF             VALUE 'Y'.
010900     05  AR1-SUS-EOF-SWITCH      PIC X(01) VALUE 'N'.
011000         88  AR1-SUS-EOF             VALUE 'Y'.
011100     05  AR1-ADJ-EOF-SWITCH      PIC X(01) VALUE 'N'.
011200         88  AR1-ADJ-EOF             VALUE 'Y'.
011300     05  AR1-RVL-EOF-SWITCH      PIC X(01) VALUE 'N'.
011400         88  AR1-RVL-EOF             VALUE 'Y'.
011500     05  AR1-BAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011600         88  AR1-BAL-OPENED          VALUE 'Y'.
011700     05  AR1-OPI-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011800         88  AR1-OPI-OPENED          VALUE 'Y'.
011900     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
012000         88  AR1-RUN-BLOCKED         VALUE 'Y'.
012100     05  AR1-BAL-FOUND-SWITCH    PIC X(01) VALUE 'N'.
012200         88  AR1-BAL-FOUND           VALUE 'Y'.
012300     05  AR1-DIF-FOUND-SWITCH    PIC X(01) VALUE 'N'.
012400         88  AR1-DIF-FOUND           VALUE 'Y'.
012500
012600 01  AR1-CONTROL-FIELDS.
012700     05  AR1-RUN-ID              PIC X(08).
012800     05  AR1-RUN-DATE            PIC X(08).
012900     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
013000
013100     COPY AR1140P.
013200     COPY AR1130P.
013300
013400*    MATCH KEYS FOR THE BALANCE-MASTER / OPEN-ITEM MERGE - BOTH
013500*    FILES ARE IN ACCOUNT ORDER; A FILE AT END HOLDS HIGH-VALUES
013600 01  AR1-MATCH-FIELDS.
013700     05  AR1-BAL-MATCH-KEY       PIC X(10) VALUE LOW-VALUES.
013800     05  AR1-OPI-MATCH-KEY       PIC X(10) VALUE LOW-VALUES.
013900     05  AR1-LOW-KEY             PIC X(10).
014000     05  AR1-SEEK-ACCOUNT-ID     PIC X(10).
014100
014200 01  AR1-COUNTERS.
014300     05  AR1-ACCOUNT-COUNT       PIC 9(09) COMP VALUE ZERO.
014400     05  AR1-AGREE-COUNT         PIC 9(09) COMP VALUE ZERO.
014500     05  AR1-SUSPENSE-COUNT      PIC 9(09) COMP VALUE ZERO.
014600     05  AR1-ADJUST-COUNT        PIC 9(09) COMP VALUE ZERO.
014700     05  AR1-REVERSAL-COUNT      PIC 9(09) COMP VALUE ZERO.
014800     05  AR1-MIXED-COUNT         PIC 9(09) COMP VALUE ZERO.
014900     05  AR1-UNEXPLAINED-COUNT   PIC 9(09) COMP VALUE ZERO.
015000     05  AR1-OVERFLOW-COUNT      PIC 9(09) COMP VALUE ZERO.
015100     05  AR1-CAUSE-COUNT         PIC 9(04) COMP VALUE ZERO.
015200
015300 01  AR1-TOTALS.
015400     05  AR1-BALANCE-TOTAL       PIC S9(11)V99 VALUE ZERO.
015500     05  AR1-OPEN-NET-TOTAL      PIC S9(11)V99 VALUE ZERO.
015600     05  AR1-UNEXPLAINED-TOTAL   PIC S9(11)V99 VALUE ZERO.
015700
015800 01  AR1-WORK-FIELDS.
015900     05  AR1-WORK-BAL-AMOUNT     PIC S9(7)V99 VALUE ZERO.
016000     05  AR1-WORK-OPEN-NET       PIC S9(09)V99 VALUE ZERO.
016100     05  AR1-WORK-DIFFERENCE     PIC S9(09)V99 VALUE ZERO.
016200     05  AR1-WORK-EXPLAINED      PIC S9(09)V99 VALUE ZERO.
016300     05  AR1-WORK-RESIDUAL       PIC S9(09)V99 VALUE ZERO.
016400     05  AR1-WORK-CAUSE          PIC X(12).
016500
016600*    ONE ENTRY PER ACCOUNT THAT DID NOT AGREE ON THE MERGE PASS,
016700*    IN ACCOUNT ORDER.  THE SUSPENSE, ADJUSTMENT AND REVERSAL
016800*    FILES ARE THEN READ ONCE EACH AND POSTED AGAINST IT
016900 01  AR1-DIFFERENCE-TABLE.
017000     05  AR1-DIF-COUNT           PIC 9(09) COMP VALUE ZERO.
017100     05  AR1-DIF-ENTRY OCCURS 5000 TIMES
017200                       INDEXED BY AR1-DIF-NDX.
017300         10  AR1-DIF-ACCOUNT-ID  PIC X(10).
017400         10  AR1-DIF-BAL-SWITCH  PIC X(01).
017500             88  AR1-DIF-NO-BALANCE  VALUE 'N'.
017600         10  AR1-DIF-BAL-AMOUNT  PIC S9(7)V99.
017700         10  AR1-DIF-OPEN-NET    PIC S9(09)V99.
017800         10  AR1-DIF-DIFFERENCE  PIC S9(09)V99.
017900         10  AR1-DIF-SUSPENSE    PIC S9(09)V99.
018000         10  AR1-DIF-ADJUSTMENT  PIC S9(09)V99.
018100         10  AR1-DIF-REVERSAL    PIC S9(09)V99.
018200
018300 01  AR1-TOLERANCE               PIC S9(7)V99 VALUE 0.01.
018400 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
018500
018600 01  AR1-REPORT-LINES.
018700     05  AR1-HDR-LINE.
018800         10  FILLER              PIC X(40)
018900             VALUE 'AR1400 OPEN-ITEM RECONCILIATION  RUN   '.
019000         10  AR1-HDR-RUN-ID      PIC X(08).
019100         10  FILLER              PIC X(02) VALUE SPACES.
019200         10  AR1-HDR-DATE        PIC X(08).
019300     05  AR1-COL-LINE.
019400         10  FILLER              PIC X(40) VALUE
019500             'ACCOUNT       DIFFERENCE     SUSPENSE   '.
019600         10  FILLER              PIC X(36) VALUE
019700             ' ADJUSTMENT     REVERSAL CAUSE      '.
019800     05  AR1-DTL-LINE.
019900         10  AR1-DTL-ACCOUNT     PIC X(10).
020000         10  FILLER              PIC X(02) VALUE SPACES.
020100         10  AR1-DTL-DIFFERENCE  PIC ZZZZZZZ9.99-.
020200         10  FILLER              PIC X(01) VALUE SPACE.
020300         10  AR1-DTL-SUSPENSE    PIC ZZZZZZZ9.99-.
020400         10  FILLER              PIC X(01) VALUE SPACE.
020500         10  AR1-DTL-ADJUSTMENT  PIC ZZZZZZZ9.99-.
020600         10  FILLER              PIC X(01) VALUE SPACE.
020700         10  AR1-DTL-REVERSAL    PIC ZZZZZZZ9.99-.
020800         10  FILLER              PIC X(01) VALUE SPACE.
020900         10  AR1-DTL-CAUSE       PIC X(12).
021000     05  AR1-RES-LINE.
021100         10  FILLER              PIC X(12) VALUE SPACES.
021200         10  FILLER              PIC X(08) VALUE 'BALANCE '.
021300         10  AR1-RES-BALANCE     PIC ZZZZZZZ9.99-.
021400         10  FILLER              PIC X(12) VALUE ' OPEN ITEMS '.
021500         10  AR1-RES-OPEN-NET    PIC ZZZZZZZ9.99-.
021600         10  FILLER              PIC X(12) VALUE ' UNEXPLAINED'.
021700         10  AR1-RES-RESIDUAL    PIC ZZZZZZZ9.99-.
021800     05  AR1-CNT-LINE.
021900         10  AR1-CNT-LABEL       PIC X(24).
022000         10  AR1-CNT-VALUE       PIC ZZZZZZZZ9.
022100     05  AR1-AMT-LINE.
022200         10  AR1-AMT-LABEL       PIC X(24).
022300         10  AR1-AMT-VALUE       PIC ZZZZZZZZZZZ9.99-.
022400     05  AR1-FULL-LINE.
022500         10  FILLER              PIC X(48) VALUE
022600             'DIFFERENCE TABLE FULL - ACCOUNTS NOT CLASSIFIED '.
022700         10  AR1-FUL-COUNT       PIC ZZZZZZZZ9.
022800     05  AR1-BREAK-LINE.
022900         10  FILLER              PIC X(48) VALUE
023000             '*** UNEXPLAINED DIFFERENCES - NEXT CYCLE HELD **'.
023100         10  FILLER              PIC X(01) VALUE '*'.
023200     05  AR1-OK-LINE.
023300         10  FILLER              PIC X(48) VALUE
023400             'EVERY DIFFERENCE EXPLAINED - OK                 '.
023500
023600 PROCEDURE DIVISION.
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023900     IF NOT AR1-RUN-BLOCKED
024000         PERFORM 2000-MATCH-ONE-ACCOUNT THRU 2000-EXIT
024100             UNTIL AR1-BAL-EOF AND AR1-OPI-EOF
024200         PERFORM 3000-SUM-SUSPENSE THRU 3000-EXIT
024300         PERFORM 4000-SUM-ADJUSTMENTS THRU 4000-EXIT
024400         PERFORM 5000-SUM-REVERSALS THRU 5000-EXIT
024500         PERFORM 6000-CLASSIFY-DIFFERENCES THRU 6000-EXIT
024600     END-IF
024700     PERFORM 9000-TERMINATE THRU 9000-EXIT
024800     MOVE AR1-RETURN-CODE TO RETURN-CODE
024900     GOBACK.
025000
025100 1000-INITIALIZE.
025200     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
025300     INITIALIZE LK-AR1130-PARMS
025400     CALL 'AR1130' USING LK-AR1130-PARMS
025500     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
025600     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
025700
025800     INITIALIZE LK-AR1140-PARMS
025900     SET LK-RCN-START TO TRUE
026000     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
026100     MOVE 'AR1400  ' TO LK-RCN-PROGRAM-ID
026200     CALL 'AR1140' USING LK-AR1140-PARMS
026300
026400     OPEN OUTPUT RECON-RPT
026500     MOVE AR1-RUN-ID   TO AR1-HDR-RUN-ID
026600     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
026700     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
026800     WRITE AR1-RPT-LINE
026900
027000*    WITHOUT BOTH MASTER FILES THERE IS NOTHING TO PROVE - THE
027100*    RUN IS BLOCKED RATHER THAN FLAGGING EVERY ACCOUNT
027200     OPEN INPUT BALANCE-MASTER
027300     IF AR1-BAL-FS NOT = '00'
027400         DISPLAY 'AR1400: BALANCE MASTER NOT AVAILABLE - '
027500             'STATUS ' AR1-BAL-FS ' - RUN BLOCKED'
027600         SET AR1-RUN-BLOCKED TO TRUE
027700         MOVE 8 TO AR1-RETURN-CODE
027800         GO TO 1000-EXIT
027900     END-IF
028000     SET AR1-BAL-OPENED TO TRUE
028100     OPEN INPUT OPEN-ITEM-FILE
028200     IF AR1-OPI-FS NOT = '00'
028300         DISPLAY 'AR1400: OPEN-ITEM FILE NOT AVAILABLE - '
028400             'STATUS ' AR1-OPI-FS ' - RUN BLOCKED'
028500         SET AR1-RUN-BLOCKED TO TRUE
028600         MOVE 8 TO AR1-RETURN-CODE
028700         GO TO 1000-EXIT
028800     END-IF
028900     SET AR1-OPI-OPENED TO TRUE
029000
029100     MOVE AR1-COL-LINE TO AR1-RPT-LINE
029200     WRITE AR1-RPT-LINE
029300
029400     PERFORM 2100-READ-BALANCE THRU 2100-EXIT
029500     PERFORM 2200-READ-OPEN-ITEM THRU 2200-EXIT
029600     .
029700 1000-EXIT.
029800     EXIT.
029900
030000 2000-MATCH-ONE-ACCOUNT.
030100     IF AR1-BAL-MATCH-KEY < AR1-OPI-MATCH-KEY
030200         MOVE AR1-BAL-MATCH-KEY TO AR1-LOW-KEY
030300     ELSE
030400         MOVE AR1-OPI-MATCH-KEY TO AR1-LOW-KEY
030500     END-IF
030600
030700     MOVE 'N'  TO AR1-BAL-FOUND-SWITCH
030800     MOVE ZERO TO AR1-WORK-BAL-AMOUNT
030900     MOVE ZERO TO AR1-WORK-OPEN-NET
031000     IF AR1-BAL-MATCH-KEY = AR1-LOW-KEY
031100         SET AR1-BAL-FOUND TO TRUE
031200         MOVE AR1-BAL-AMOUNT TO AR1-WORK-BAL-AMOUNT
031300         PERFORM 2100-READ-BALANCE THRU 2100-EXIT
031400     END-IF
031500     PERFORM 2300-ADD-OPEN-ITEM THRU 2300-EXIT
031600         UNTIL AR1-OPI-MATCH-KEY NOT = AR1-LOW-KEY
031700
031800     ADD 1 TO AR1-ACCOUNT-COUNT
031900     ADD AR1-WORK-BAL-AMOUNT TO AR1-BALANCE-TOTAL
032000     ADD AR1-WORK-OPEN-NET   TO AR1-OPEN-NET-TOTAL
032100     COMPUTE AR1-WORK-DIFFERENCE =
032200         AR1-WORK-BAL-AMOUNT - AR1-WORK-OPEN-NET
032300
032400*    AN ACCOUNT WITH NO BALANCE RECORD BUT ONLY CLOSED ITEMS
032500*    NETS TO ZERO AND AGREES LIKE ANY OTHER
032600     IF FUNCTION ABS (AR1-WORK-DIFFERENCE) > AR1-TOLERANCE
032700         PERFORM 2400-REMEMBER-DIFFERENCE THRU 2400-EXIT
032800     ELSE
032900         ADD 1 TO AR1-AGREE-COUNT
033000     END-IF
033100     .
033200 2000-EXIT.
033300     EXIT.
033400
033500 2100-READ-BALANCE.
033600     READ BALANCE-MASTER
033700         AT END
033800             SET AR1-BAL-EOF TO TRUE
033900             MOVE HIGH-VALUES TO AR1-BAL-MATCH-KEY
034000         NOT AT END
034100             MOVE AR1-BAL-ACCOUNT-ID TO AR1-BAL-MATCH-KEY
034200     END-READ
034300     .
034400 2100-EXIT.
034500     EXIT.
034600
034700 2200-READ-OPEN-ITEM.
034800     READ OPEN-ITEM-FILE
034900         AT END
035000             SET AR1-OPI-EOF TO TRUE
035100             MOVE HIGH-VALUES TO AR1-OPI-MATCH-KEY
035200         NOT AT END
035300             MOVE AR1-OPI-ACCOUNT-ID TO AR1-OPI-MATCH-KEY
035400     END-READ
035500     .
035600 2200-EXIT.
035700     EXIT.
035800
035900 2300-ADD-OPEN-ITEM.
036000*    OPEN CHARGES ARE WHAT THE CUSTOMER OWES; OPEN UNAPPLIED
036100*    CASH IS CARRIED AS A POSITIVE AMOUNT AND NETS IT DOWN
036200     IF AR1-OPI-OPEN
036300         IF AR1-OPI-CHARGE
036400             ADD AR1-OPI-OPEN-AMT TO AR1-WORK-OPEN-NET
036500         END-IF
036600         IF AR1-OPI-UNAPPLIED
036700             SUBTRACT AR1-OPI-OPEN-AMT FROM AR1-WORK-OPEN-NET
036800         END-IF
036900     END-IF
037000     PERFORM 2200-READ-OPEN-ITEM THRU 2200-EXIT
037100     .
037200 2300-EXIT.
037300     EXIT.
037400
037500 2400-REMEMBER-DIFFERENCE.
037600     IF AR1-DIF-COUNT NOT < 5000
037700         DISPLAY 'AR1400: DIFFERENCE TABLE FULL - ACCOUNT '
037800             AR1-LOW-KEY ' NOT CLASSIFIED'
037900         ADD 1 TO AR1-OVERFLOW-COUNT
038000         MOVE 8 TO AR1-RETURN-CODE
038100         GO TO 2400-EXIT
038200     END-IF
038300     ADD 1 TO AR1-DIF-COUNT
038400     SET AR1-DIF-NDX TO AR1-DIF-COUNT
038500     MOVE AR1-LOW-KEY TO AR1-DIF-ACCOUNT-ID (AR1-DIF-NDX)
038600     MOVE AR1-BAL-FOUND-SWITCH
038700         TO AR1-DIF-BAL-SWITCH (AR1-DIF-NDX)
038800     MOVE AR1-WORK-BAL-AMOUNT
038900         TO AR1-DIF-BAL-AMOUNT (AR1-DIF-NDX)
039000     MOVE AR1-WORK-OPEN-NET
039100         TO AR1-DIF-OPEN-NET (AR1-DIF-NDX)
039200     MOVE AR1-WORK-DIFFERENCE
039300         TO AR1-DIF-DIFFERENCE (AR1-DIF-NDX)
039400     MOVE ZERO TO AR1-DIF-SUSPENSE (AR1-DIF-NDX)
039500     MOVE ZERO TO AR1-DIF-ADJUSTMENT (AR1-DIF-NDX)
039600     MOVE ZERO TO AR1-DIF-REVERSAL (AR1-DIF-NDX)
039700     .
039800 2400-EXIT.
039900     EXIT.
040000
040100 3000-SUM-SUSPENSE.
040200*    ONLY EXCESS STILL PENDING IS MISSING FROM THE BALANCE - A
040300*    POSTED (RELEASED) RECORD HAS ALREADY CAUGHT IT UP
040400     IF AR1-DIF-COUNT = ZERO
040500         GO TO 3000-EXIT
040600     END-IF
040700     OPEN INPUT SUSPENSE-FILE
040800     IF AR1-SUS-FS NOT = '00'
040900         SET AR1-SUS-EOF TO TRUE
041000         GO TO 3000-EXIT
041100     END-IF
041200     READ SUSPENSE-FILE
041300         AT END SET AR1-SUS-EOF TO TRUE
041400     END-READ
041500     PERFORM 3100-ONE-SUSPENSE THRU 3100-EXIT
041600         UNTIL AR1-SUS-EOF
041700     CLOSE SUSPENSE-FILE
041800     .
041900 3000-EXIT.
042000     EXIT.
042100
042200 3100-ONE-SUSPENSE.
042300     IF AR1-SUS-PENDING
042400         MOVE AR1-SUS-ACCOUNT-ID TO AR1-SEEK-ACCOUNT-ID
042500         PERFORM 7000-FIND-DIFFERENCE THRU 7000-EXIT
042600         IF AR1-DIF-FOUND
042700             ADD AR1-SUS-EXCESS-AMOUNT
042800                 TO AR1-DIF-SUSPENSE (AR1-DIF-NDX)
042900         END-IF
043000     END-IF
043100     READ SUSPENSE-FILE
043200         AT END SET AR1-SUS-EOF TO TRUE
043300     END-READ
043400     .
043500 3100-EXIT.
043600     EXIT.
043700
043800 4000-SUM-ADJUSTMENTS.
043900*    THE ADJUSTMENT LOG IS NEVER ARCHIVED, SO IT HOLDS EVERY
044000*    ADJUSTMENT EVER POSTED TO THE ACCOUNT
044100     IF AR1-DIF-COUNT = ZERO
044200         GO TO 4000-EXIT
044300     END-IF
044400     OPEN INPUT ADJUSTMENT-FILE
044500     IF AR1-ADJ-FS NOT = '00'
044600         SET AR1-ADJ-EOF TO TRUE
044700         GO TO 4000-EXIT
044800     END-IF
044900     READ ADJUSTMENT-FILE
045000         AT END SET AR1-ADJ-EOF TO TRUE
045100     END-READ
045200     PERFORM 4100-ONE-ADJUSTMENT THRU 4100-EXIT
045300         UNTIL AR1-ADJ-EOF
045400     CLOSE ADJUSTMENT-FILE
045500     .
045600 4000-EXIT.
045700     EXIT.
045800
045900 4100-ONE-ADJUSTMENT.
046000     MOVE AR1-ADJ-ACCOUNT-ID TO AR1-SEEK-ACCOUNT-ID
046100     PERFORM 7000-FIND-DIFFERENCE THRU 7000-EXIT
046200     IF AR1-DIF-FOUND
046300         COMPUTE AR1-DIF-ADJUSTMENT (AR1-DIF-NDX) =
046400             AR1-DIF-ADJUSTMENT (AR1-DIF-NDX)
046500             + AR1-ADJ-NEW-AMOUNT - AR1-ADJ-OLD-AMOUNT
046600     END-IF
046700     READ ADJUSTMENT-FILE
046800         AT END SET AR1-ADJ-EOF TO TRUE
046900     END-READ
047000     .
047100 4100-EXIT.
047200     EXIT.
047300
047400 5000-SUM-REVERSALS.
047500     IF AR1-DIF-COUNT = ZERO
047600         GO TO 5000-EXIT
047700     END-IF
047800     OPEN INPUT REVERSAL-LOG
047900     IF AR1-RVL-FS NOT = '00'
048000         SET AR1-RVL-EOF TO TRUE
048100         GO TO 5000-EXIT
048200     END-IF
048300     READ REVERSAL-LOG
048400         AT END SET AR1-RVL-EOF TO TRUE
048500     END-READ
048600     PERFORM 5100-ONE-REVERSAL THRU 5100-EXIT
048700         UNTIL AR1-RVL-EOF
048800     CLOSE REVERSAL-LOG
048900     .
049000 5000-EXIT.
049100     EXIT.
049200
049300 5100-ONE-REVERSAL.
049400     MOVE AR1-RVL-ACCOUNT-ID TO AR1-SEEK-ACCOUNT-ID
049500     PERFORM 7000-FIND-DIFFERENCE THRU 7000-EXIT
049600     IF AR1-DIF-FOUND
049700         ADD AR1-RVL-AMOUNT TO AR1-DIF-REVERSAL (AR1-DIF-NDX)
049800     END-IF
049900     READ REVERSAL-LOG
050000         AT END SET AR1-RVL-EOF TO TRUE
050100     END-READ
050200     .
050300 5100-EXIT.
050400     EXIT.
050500
050600 6000-CLASSIFY-DIFFERENCES.
050700     PERFORM 6100-CLASSIFY-ONE THRU 6100-EXIT
050800         VARYING AR1-DIF-NDX FROM 1 BY 1
050900         UNTIL AR1-DIF-NDX > AR1-DIF-COUNT
051000     .
051100 6000-EXIT.
051200     EXIT.
051300
051400 6100-CLASSIFY-ONE.
051500*    DIFFERENCE IS BALANCE LESS OPEN ITEMS.  A PENDING EXCESS
051600*    NEVER REACHED THE BALANCE, SO IT EXPLAINS A SHORTFALL;
051700*    ADJUSTMENTS AND REVERSALS REACHED ONLY THE BALANCE
051800     COMPUTE AR1-WORK-EXPLAINED =
051900         AR1-DIF-ADJUSTMENT (AR1-DIF-NDX)
052000         + AR1-DIF-REVERSAL (AR1-DIF-NDX)
052100         - AR1-DIF-SUSPENSE (AR1-DIF-NDX)
052200     COMPUTE AR1-WORK-RESIDUAL =
052300         AR1-DIF-DIFFERENCE (AR1-DIF-NDX) - AR1-WORK-EXPLAINED
052400
052500     MOVE ZERO TO AR1-CAUSE-COUNT
052550     MOVE SPACES TO AR1-WORK-CAUSE
052600     IF FUNCTION ABS (AR1-DIF-SUSPENSE (AR1-DIF-NDX))
052700             > AR1-TOLERANCE
052800         ADD 1 TO AR1-CAUSE-COUNT
052900         MOVE 'SUSPENSE    ' TO AR1-WORK-CAUSE
053000     END-IF
053100     IF FUNCTION ABS (AR1-DIF-ADJUSTMENT (AR1-DIF-NDX))
053200             > AR1-TOLERANCE
053300         ADD 1 TO AR1-CAUSE-COUNT
053400         MOVE 'ADJUSTMENT  ' TO AR1-WORK-CAUSE
053500     END-IF
053600     IF FUNCTION ABS (AR1-DIF-REVERSAL (AR1-DIF-NDX))
053700             > AR1-TOLERANCE
053800         ADD 1 TO AR1-CAUSE-COUNT
053900         MOVE 'REVERSAL    ' TO AR1-WORK-CAUSE
054000     END-IF
054100
054200     EVALUATE TRUE
054300         WHEN AR1-DIF-NO-BALANCE (AR1-DIF-NDX)
054400             MOVE 'NO BALANCE  ' TO AR1-WORK-CAUSE
054500             MOVE AR1-DIF-DIFFERENCE (AR1-DIF-NDX)
054600                 TO AR1-WORK-RESIDUAL
054700         WHEN FUNCTION ABS (AR1-WORK-RESIDUAL) > AR1-TOLERANCE
054800             MOVE 'UNEXPLAINED ' TO AR1-WORK-CAUSE
054900         WHEN AR1-CAUSE-COUNT > 1
055000             MOVE 'MIXED       ' TO AR1-WORK-CAUSE
055100             ADD 1 TO AR1-MIXED-COUNT
055200         WHEN AR1-WORK-CAUSE = 'SUSPENSE    '
055300             ADD 1 TO AR1-SUSPENSE-COUNT
055400         WHEN AR1-WORK-CAUSE = 'ADJUSTMENT  '
055500             ADD 1 TO AR1-ADJUST-COUNT
055600         WHEN OTHER
055700             ADD 1 TO AR1-REVERSAL-COUNT
055800     END-EVALUATE
055900
056000     MOVE AR1-DIF-ACCOUNT-ID (AR1-DIF-NDX) TO AR1-DTL-ACCOUNT
056100     MOVE AR1-DIF-DIFFERENCE (AR1-DIF-NDX) TO AR1-DTL-DIFFERENCE
056200     MOVE AR1-DIF-SUSPENSE (AR1-DIF-NDX)   TO AR1-DTL-SUSPENSE
056300     MOVE AR1-DIF-ADJUSTMENT (AR1-DIF-NDX) TO AR1-DTL-ADJUSTMENT
056400     MOVE AR1-DIF-REVERSAL (AR1-DIF-NDX)   TO AR1-DTL-REVERSAL
056500     MOVE AR1-WORK-CAUSE                   TO AR1-DTL-CAUSE
056600     MOVE AR1-DTL-LINE TO AR1-RPT-LINE
056700     WRITE AR1-RPT-LINE
056800
056900     IF AR1-WORK-CAUSE = 'UNEXPLAINED ' OR 'NO BALANCE  '
057000         ADD 1 TO AR1-UNEXPLAINED-COUNT
057100         ADD AR1-WORK-RESIDUAL TO AR1-UNEXPLAINED-TOTAL
057200         MOVE AR1-DIF-BAL-AMOUNT (AR1-DIF-NDX)
057300             TO AR1-RES-BALANCE
057400         MOVE AR1-DIF-OPEN-NET (AR1-DIF-NDX) TO AR1-RES-OPEN-NET
057500         MOVE AR1-WORK-RESIDUAL TO AR1-RES-RESIDUAL
057600         MOVE AR1-RES-LINE TO AR1-RPT-LINE
057700         WRITE AR1-RPT-LINE
057800         MOVE 8 TO AR1-RETURN-CODE
057900     END-IF
058000     .
058100 6100-EXIT.
058200     EXIT.
058300
058400 7000-FIND-DIFFERENCE.
058500     MOVE 'N' TO AR1-DIF-FOUND-SWITCH
058600     SET AR1-DIF-NDX TO 1
058700     SEARCH AR1-DIF-ENTRY
058800         AT END
058900             MOVE 'N' TO AR1-DIF-FOUND-SWITCH
059000         WHEN AR1-DIF-NDX > AR1-DIF-COUNT
059100             MOVE 'N' TO AR1-DIF-FOUND-SWITCH
059200         WHEN AR1-DIF-ACCOUNT-ID (AR1-DIF-NDX)
059300                 = AR1-SEEK-ACCOUNT-ID
059400             SET AR1-DIF-FOUND TO TRUE
059500     END-SEARCH
059600     .
059700 7000-EXIT.
059800     EXIT.
059900
060000 9000-TERMINATE.
060100     IF NOT AR1-RUN-BLOCKED
060200         PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
060300     END-IF
060400     IF AR1-BAL-OPENED
060500         CLOSE BALANCE-MASTER
060600     END-IF
060700     IF AR1-OPI-OPENED
060800         CLOSE OPEN-ITEM-FILE
060900     END-IF
061000     CLOSE RECON-RPT
061100
061110*    A BLOCKED RUN PROVED NOTHING - IT MUST NOT BE MARKED
061120*    COMPLETE, OR THE RERUN AFTER THE FIX WOULD BE REFUSED
061130     IF NOT AR1-RUN-BLOCKED
061200         INITIALIZE LK-AR1140-PARMS
061300         SET LK-RCN-END TO TRUE
061400         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
061500         MOVE 'AR1400  ' TO LK-RCN-PROGRAM-ID
061600         MOVE AR1-ACCOUNT-COUNT TO LK-RCN-RECORD-COUNT
061700         CALL 'AR1140' USING LK-AR1140-PARMS
061710     END-IF
061800     .
061900 9000-EXIT.
062000     EXIT.
062100
062200 9100-WRITE-TOTALS.
062300     IF AR1-OVERFLOW-COUNT > ZERO
062400         MOVE AR1-OVERFLOW-COUNT TO AR1-FUL-COUNT
062500         MOVE AR1-FULL-LINE TO AR1-RPT-LINE
062600         WRITE AR1-RPT-LINE
062700     END-IF
062800     MOVE 'ACCOUNTS CHECKED        ' TO AR1-CNT-LABEL
062900     MOVE AR1-ACCOUNT-COUNT TO AR1-CNT-VALUE
063000     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
063100     WRITE AR1-RPT-LINE
063200     MOVE 'IN AGREEMENT            ' TO AR1-CNT-LABEL
063300     MOVE AR1-AGREE-COUNT TO AR1-CNT-VALUE
063400     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
063500     WRITE AR1-RPT-LINE
063600     MOVE 'PENDING SUSPENSE        ' TO AR1-CNT-LABEL
063700     MOVE AR1-SUSPENSE-COUNT TO AR1-CNT-VALUE
063800     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
063900     WRITE AR1-RPT-LINE
064000     MOVE 'ADJUSTMENT              ' TO AR1-CNT-LABEL
064100     MOVE AR1-ADJUST-COUNT TO AR1-CNT-VALUE
064200     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
064300     WRITE AR1-RPT-LINE
064400     MOVE 'REVERSAL                ' TO AR1-CNT-LABEL
064500     MOVE AR1-REVERSAL-COUNT TO AR1-CNT-VALUE
064600     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
064700     WRITE AR1-RPT-LINE
064800     MOVE 'MIXED KNOWN CAUSES      ' TO AR1-CNT-LABEL
064900     MOVE AR1-MIXED-COUNT TO AR1-CNT-VALUE
065000     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
065100     WRITE AR1-RPT-LINE
065200     MOVE 'UNEXPLAINED             ' TO AR1-CNT-LABEL
065300     MOVE AR1-UNEXPLAINED-COUNT TO AR1-CNT-VALUE
065400     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
065500     WRITE AR1-RPT-LINE
065600
065700     MOVE 'BALANCE MASTER TOTAL    ' TO AR1-AMT-LABEL
065800     MOVE AR1-BALANCE-TOTAL TO AR1-AMT-VALUE
065900     MOVE AR1-AMT-LINE TO AR1-RPT-LINE
066000     WRITE AR1-RPT-LINE
066100     MOVE 'OPEN-ITEM NET TOTAL     ' TO AR1-AMT-LABEL
066200     MOVE AR1-OPEN-NET-TOTAL TO AR1-AMT-VALUE
066300     MOVE AR1-AMT-LINE TO AR1-RPT-LINE
066400     WRITE AR1-RPT-LINE
066500     MOVE 'UNEXPLAINED AMOUNT      ' TO AR1-AMT-LABEL
066600     MOVE AR1-UNEXPLAINED-TOTAL TO AR1-AMT-VALUE
066700     MOVE AR1-AMT-LINE TO AR1-RPT-LINE
066800     WRITE AR1-RPT-LINE
066900
067000     IF AR1-RETURN-CODE > ZERO
067100         MOVE AR1-BREAK-LINE TO AR1-RPT-LINE
067200     ELSE
067300         MOVE AR1-OK-LINE TO AR1-RPT-LINE
067400     END-IF
067500     WRITE AR1-RPT-LINE
067600     .
067700 9100-EXIT.
067800     EXIT.
