002900*    ---------- ----  ------------------------------------------*
003000*    2026-09-02 RVH   ORIGINAL OPEN-ITEM PAYMENT APPLICATION    *
003010*    2026-09-02 RVH   RUN-ID NOW CYCLE-QUALIFIED (YYMMDDCC)     *
003013*                     VIA THE AR1130 SUBROUTINE SO THE SECOND   *
003016*                     CYCLE'S PAYMENTS APPLY THE SAME DAY       *
003019*    2026-09-02 RVH   A MISSING TRANSACTION FILE OR AN OPEN-    *
003022*                     ITEM FILE ERROR NOW BLOCKS THE RUN WITH   *
003025*                     RC 8 AND NO RUN-CONTROL END RECORD,       *
003028*                     INSTEAD OF COMPLETING AS A SILENT NO-OP   *
003031*                     THAT THEN REFUSES ITS OWN RERUN           *
003034*    2026-10-14 RVH   EVERY TYPE-R REVERSAL NOW WRITTEN TO THE  *
003037*                     REVERSAL LOG (REVLOG) SO THE AR1400       *
003040*                     OPEN-ITEM RECONCILIATION CAN EXPLAIN THE  *
003043*                     GAP IT LEAVES AGAINST THE BALANCE MASTER  *
003046*    2026-10-14 RVH   A PAYMENT LEFTOVER ON AN ACCOUNT WITH     *
003049*                     WRITE-OFF STILL UNRECOVERED IS TAKEN AS A *
003052*                     RECOVERY - BALANCE REINSTATED UNDER AUDIT *
003055*                     SOURCE AR1290 / REASON RCVY FOR AR1250 TO *
003058*                     BOOK TO BAD DEBT - NOT UNAPPLIED CASH     *
003061*    2026-10-14 RVH   POSTINGS STAMPED WITH THE BUSINESS DATE   *
003064*                     FROM AR1130 INSTEAD OF THE SYSTEM CLOCK   *
003067*    2026-10-15 RVH   A TRANSACTION WHOSE ACCOUNT HAS NO        *
003070*                     BALANCE RECORD (AR1100 REJECTED IT AS     *
003073*                     NBAL, UNPOSTED) IS SKIPPED AND COUNTED -  *
003076*                     IT RAISES NO OPEN ITEM AND APPLIES NO     *
003079*                     CASH UNTIL IT COMES BACK REPAIRED         *
003082*    2026-10-15 RVH   AN AUDIT FILE THAT WILL NOT OPEN BLOCKS   *
003085*                     THE RUN.  A RECOVERY NOW POSTS THE        *
003088*                     ACCOUNT MASTER FIRST AND BACKS OUT ON ANY *
003091*                     LATER FAILURE, LEAVING THE CASH UNAPPLIED *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004800     SELECT UNAPPLIED-RPT ASSIGN TO UNAPRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS AR1-RPT-FS.
005010
005020     SELECT REVERSAL-LOG ASSIGN TO REVLOG
005030         ORGANIZATION IS SEQUENTIAL
005040         FILE STATUS IS AR1-RVL-FS.
005050
005055     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
005060         ORGANIZATION IS INDEXED
005065         ACCESS MODE IS RANDOM
005070         RECORD KEY IS AR1-BAL-ACCOUNT-ID
005075         FILE STATUS IS AR1-BAL-FS.
005080
005082     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
005084         ORGANIZATION IS INDEXED
005086         ACCESS MODE IS RANDOM
005088         RECORD KEY IS AR1-ACM-ACCOUNT-ID
005090         FILE STATUS IS AR1-ACM-FS.
005092
005094     SELECT AUDIT-FILE ASSIGN TO AUDTFILE
005096         ORGANIZATION IS SEQUENTIAL
005098         FILE STATUS IS AR1-AUD-FS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
006200 FD  UNAPPLIED-RPT
006300     RECORDING MODE IS F.
006400 01  AR1-RPT-LINE                PIC X(80).
006410
006420 FD  REVERSAL-LOG
006430     RECORDING MODE IS F.
006440     COPY AR1RVL.
006450
006455 FD  BALANCE-MASTER
006460     RECORDING MODE IS F.
006465     COPY AR1BAL.
006470
006475 FD  ACCOUNT-MASTER
006480     RECORDING MODE IS F.
006485     COPY AR1ACM.
006490
006492 FD  AUDIT-FILE
006494     RECORDING MODE IS F.
006496     COPY AR1AUD.
006500
006600 WORKING-STORAGE SECTION.
006700 01  AR1-FILE-STATUSES.
006800     05  AR1-TRN-FS              PIC X(02) VALUE '00'.
006900     05  AR1-OPI-FS              PIC X(02) VALUE '00'.
007000     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
007010     05  AR1-RVL-FS              PIC X(02) VALUE '00'.
007020     05  AR1-BAL-FS              PIC X(02) VALUE '00'.
007030     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
007040     05  AR1-AUD-FS              PIC X(02) VALUE '00'.
007100
007200 01  AR1-SWITCHES.
007300     05  AR1-TRANS-EOF-SWITCH    PIC X(01) VALUE 'N'.
009100     05  AR1-REVERSAL-COUNT      PIC 9(09) COMP VALUE ZERO.
009200     05  AR1-UNAPPLIED-COUNT     PIC 9(09) COMP VALUE ZERO.
009300     05  AR1-ON-FILE-COUNT       PIC 9(09) COMP VALUE ZERO.
009310     05  AR1-RECOVERY-COUNT      PIC 9(09) COMP VALUE ZERO.
009320     05  AR1-NOT-POSTED-COUNT    PIC 9(09) COMP VALUE ZERO.
009400
009500 01  AR1-TOTALS.
009600     05  AR1-APPLIED-TOTAL       PIC S9(09)V99 VALUE ZERO.
009700     05  AR1-UNAPPLIED-TOTAL     PIC S9(09)V99 VALUE ZERO.
009800     05  AR1-ON-FILE-TOTAL       PIC S9(09)V99 VALUE ZERO.
009810     05  AR1-REVERSAL-TOTAL      PIC S9(09)V99 VALUE ZERO.
009820     05  AR1-RECOVERY-TOTAL      PIC S9(09)V99 VALUE ZERO.
009900
010000 01  AR1-WORK-FIELDS.
010100     05  AR1-APPLY-REMAINING     PIC S9(7)V99 VALUE ZERO.
010200     05  AR1-APPLY-THIS-ITEM     PIC S9(7)V99 VALUE ZERO.
010300     05  AR1-WORK-ACCOUNT-ID     PIC X(10).
010400     05  AR1-WORK-TRANS-ID       PIC X(10).
010410     05  AR1-WOFF-OUTSTANDING    PIC S9(7)V99 VALUE ZERO.
010420     05  AR1-RECOVERY-AMOUNT     PIC S9(7)V99 VALUE ZERO.
010430     05  AR1-BEFORE-AMOUNT       PIC S9(7)V99 VALUE ZERO.
010500
010600 01  AR1-REPORT-LINES.
010700     05  AR1-HDR-LINE.
012700         10  AR1-UNA-DATE        PIC X(08).
012800         10  FILLER              PIC X(02) VALUE SPACES.
012900         10  AR1-UNA-AMOUNT      PIC ZZZZZZ9.99-.
012910     05  AR1-RCV-LINE.
012920         10  FILLER              PIC X(10)
012930             VALUE 'RECOVERY  '.
012940         10  AR1-RCV-ACCOUNT     PIC X(10).
012950         10  FILLER              PIC X(02) VALUE SPACES.
012960         10  AR1-RCV-TRANS       PIC X(10).
012970         10  FILLER              PIC X(12) VALUE SPACES.
012980         10  AR1-RCV-AMOUNT      PIC ZZZZZZ9.99-.
013000     05  AR1-UNA-HDR-LINE.
013100         10  FILLER              PIC X(40)
013200             VALUE 'UNAPPLIED CASH OPEN ON FILE             '.
015300         10  AR1-TOT-ON-FILE-CNT PIC ZZZZZZZZ9.
015400         10  FILLER              PIC X(04) VALUE SPACES.
015500         10  AR1-TOT-ON-FILE-AMT PIC ZZZZZZZZ9.99-.
015510     05  AR1-TOT-LINE-4.
015520         10  FILLER              PIC X(20)
015530             VALUE 'REVERSALS LOGGED    '.
015540         10  AR1-TOT-REV-AMT     PIC ZZZZZZZZ9.99-.
015550     05  AR1-TOT-LINE-5.
015555         10  FILLER              PIC X(20)
015560             VALUE 'BAD-DEBT RECOVERIES '.
015565         10  AR1-TOT-RCV-CNT     PIC ZZZZZZZZ9.
015570         10  FILLER              PIC X(04) VALUE SPACES.
015575         10  AR1-TOT-RCV-AMT     PIC ZZZZZZZZ9.99-.
015580     05  AR1-TOT-LINE-6.
015585         10  FILLER              PIC X(20)
015590             VALUE 'NOT POSTED - NBAL   '.
015595         10  AR1-TOT-NBAL-CNT    PIC ZZZZZZZZ9.
015600
015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
017350     CALL 'AR1130' USING LK-AR1130-PARMS
017400     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
017450     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
017460*    POSTINGS ARE STAMPED WITH THE BUSINESS DATE THEY BELONG TO,
017470*    SO A CATCH-UP RUN DOES NOT DATE THEM BY THE CLOCK AND THE
017480*    AR1250 EXTRACT FOR THAT DATE STILL SELECTS THEM
017490     MOVE LK-RID-RUN-DATE TO AR1-CURRENT-TIMESTAMP
017500
017600     INITIALIZE LK-AR1140-PARMS
017700     SET LK-RCN-START TO TRUE
020050         SET AR1-RUN-BLOCKED TO TRUE
020060         GO TO 1000-EXIT
020070     END-IF
020072     OPEN EXTEND REVERSAL-LOG
020074     IF AR1-RVL-FS = '05' OR '35'
020076         OPEN OUTPUT REVERSAL-LOG
020078     END-IF
020080     IF AR1-RVL-FS NOT = '00'
020082         DISPLAY 'AR1290: REVERSAL LOG NOT AVAILABLE - STATUS '
020084             AR1-RVL-FS ' - RUN BLOCKED, FIX AND RERUN'
020086         CLOSE TRANS-IN OPEN-ITEM-FILE
020088         SET AR1-RUN-BLOCKED TO TRUE
020090         GO TO 1000-EXIT
020092     END-IF
020093     OPEN I-O BALANCE-MASTER
020094     OPEN I-O ACCOUNT-MASTER
020095     IF AR1-BAL-FS NOT = '00' OR AR1-ACM-FS NOT = '00'
020096         DISPLAY 'AR1290: BALANCE MASTER STATUS ' AR1-BAL-FS
020097             ' ACCOUNT MASTER STATUS ' AR1-ACM-FS
020098             ' - RUN BLOCKED, FIX AND RERUN'
020099         CLOSE TRANS-IN OPEN-ITEM-FILE REVERSAL-LOG
020100         SET AR1-RUN-BLOCKED TO TRUE
020101         GO TO 1000-EXIT
020102     END-IF
020103     OPEN EXTEND AUDIT-FILE
020104     IF AR1-AUD-FS = '05' OR '35'
020105         OPEN OUTPUT AUDIT-FILE
020106     END-IF
020107*    A RECOVERY POSTED WITH NO AUDIT RECORD WOULD NEVER REACH
020108*    THE BAD-DEBT ACCOUNT THROUGH AR1250
020109     IF AR1-AUD-FS NOT = '00'
020110         DISPLAY 'AR1290: AUDIT FILE NOT AVAILABLE - STATUS '
020111             AR1-AUD-FS ' - RUN BLOCKED, FIX AND RERUN'
020112         CLOSE TRANS-IN OPEN-ITEM-FILE REVERSAL-LOG
020113               BALANCE-MASTER ACCOUNT-MASTER
020114         SET AR1-RUN-BLOCKED TO TRUE
020115         GO TO 1000-EXIT
020116     END-IF
020120     OPEN OUTPUT UNAPPLIED-RPT
020200
020300     MOVE AR1-RUN-ID TO AR1-HDR-RUN-ID
020400     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
021300
021400 2000-PROCESS-ONE-TRANS.
021500     ADD 1 TO AR1-TRANS-COUNT
021510*    AR1100 LEAVES A TRANSACTION UNPOSTED ON THE REJECT FILE
021520*    (NBAL) WHEN ITS ACCOUNT HAS NO BALANCE RECORD - IT MUST
021530*    NOT REACH THE OPEN ITEMS EITHER, OR THE TWO FILES DISAGREE
021540     MOVE AR1-ACCOUNT-ID TO AR1-BAL-ACCOUNT-ID
021550     READ BALANCE-MASTER
021560         INVALID KEY
021570             ADD 1 TO AR1-NOT-POSTED-COUNT
021580             DISPLAY 'AR1290: NO BALANCE RECORD FOR '
021582                 AR1-ACCOUNT-ID ' - TRANSACTION ' AR1-TRANS-ID
021584                 ' NOT POSTED BY AR1100, SKIPPED'
021590             PERFORM 2100-READ-TRANS THRU 2100-EXIT
021592             GO TO 2000-EXIT
021594     END-READ
021600     EVALUATE TRUE
021700         WHEN AR1-TRANS-PAYMENT
021800             PERFORM 4000-APPLY-PAYMENT THRU 4000-EXIT
021900         WHEN AR1-TRANS-CREDIT-MEMO
022000             PERFORM 4000-APPLY-PAYMENT THRU 4000-EXIT
022100         WHEN AR1-TRANS-REVERSAL
022200             PERFORM 5000-LOG-REVERSAL THRU 5000-EXIT
022300         WHEN AR1-TRANS-CHARGE
022400             PERFORM 3000-CREATE-OPEN-ITEM THRU 3000-EXIT
022500     END-EVALUATE
028400         UNTIL AR1-ITEM-EOF
028500         OR AR1-APPLY-REMAINING <= ZERO
028600
028610*    WHAT IS LEFT OF A PAYMENT ON A WRITTEN-OFF ACCOUNT IS
028620*    MONEY BACK ON THE BAD DEBT, NOT CASH TO HOLD OR REFUND
028630     IF AR1-APPLY-REMAINING > ZERO
028640         AND AR1-TRANS-PAYMENT
028650         PERFORM 6000-TAKE-RECOVERY THRU 6000-EXIT
028660     END-IF
028700     IF AR1-APPLY-REMAINING > ZERO
028800         PERFORM 4500-WRITE-UNAPPLIED THRU 4500-EXIT
028900     END-IF
037300     .
037400 4500-EXIT.
037500     EXIT.
037501
037502 5000-LOG-REVERSAL.
037503*    THE REVERSAL STILL NETS THROUGH THE BALANCE MASTER IN
037504*    AR1100 AND LEAVES THE OPEN ITEMS ALONE - THE LOG ENTRY IS
037505*    WHAT LETS THE RECONCILIATION ACCOUNT FOR IT
037506     ADD 1 TO AR1-REVERSAL-COUNT
037507     ADD AR1-TRANS-AMOUNT TO AR1-REVERSAL-TOTAL
037508     INITIALIZE AR1-RVL-RECORD
037509     MOVE AR1-RUN-ID            TO AR1-RVL-RUN-ID
037510     MOVE AR1-CURRENT-TIMESTAMP TO AR1-RVL-TIMESTAMP
037511     MOVE AR1-ACCOUNT-ID        TO AR1-RVL-ACCOUNT-ID
037512     MOVE AR1-TRANS-ID          TO AR1-RVL-TRANS-ID
037513     MOVE AR1-TRANS-AMOUNT      TO AR1-RVL-AMOUNT
037514     WRITE AR1-RVL-RECORD
037515     .
037516 5000-EXIT.
037517     EXIT.
037518
037519 6000-TAKE-RECOVERY.
037520     MOVE AR1-WORK-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
037521     READ ACCOUNT-MASTER
037522         INVALID KEY
037523             GO TO 6000-EXIT
037524     END-READ
037525     COMPUTE AR1-WOFF-OUTSTANDING =
037526         AR1-ACM-WOFF-AMOUNT - AR1-ACM-RECOVERED-AMT
037527     IF AR1-WOFF-OUTSTANDING NOT > ZERO
037528         GO TO 6000-EXIT
037529     END-IF
037530     IF AR1-APPLY-REMAINING > AR1-WOFF-OUTSTANDING
037531         MOVE AR1-WOFF-OUTSTANDING TO AR1-RECOVERY-AMOUNT
037532     ELSE
037533         MOVE AR1-APPLY-REMAINING TO AR1-RECOVERY-AMOUNT
037534     END-IF
037535     MOVE AR1-WORK-ACCOUNT-ID TO AR1-BAL-ACCOUNT-ID
037536     READ BALANCE-MASTER
037537         INVALID KEY
037538             DISPLAY 'AR1290: WRITTEN-OFF ACCOUNT NOT ON '
037539                 'BALANCE MASTER - ' AR1-WORK-ACCOUNT-ID
037540                 ' - PAYMENT LEFT UNAPPLIED'
037541             GO TO 6000-EXIT
037542     END-READ
037543
037544*    THE RECOVERED TOTAL IS POSTED FIRST - IF THE ACCOUNT MASTER
037545*    CANNOT TAKE IT NOTHING ELSE MOVES, AND THE SAME WRITE-OFF
037546*    CANNOT BE RECOVERED A SECOND TIME
037547     ADD AR1-RECOVERY-AMOUNT TO AR1-ACM-RECOVERED-AMT
037548     REWRITE AR1-ACM-RECORD
037549         INVALID KEY
037550             CONTINUE
037551     END-REWRITE
037552     IF AR1-ACM-FS NOT = '00'
037553         DISPLAY 'AR1290: ACCOUNT MASTER REWRITE FAILED - STATUS '
037554             AR1-ACM-FS ' - ' AR1-WORK-ACCOUNT-ID
037555             ' - PAYMENT LEFT UNAPPLIED'
037556         GO TO 6000-EXIT
037557     END-IF
037558
037559*    AR1100 HAS ALREADY TAKEN THE WHOLE PAYMENT OFF THE
037560*    BALANCE; THE RECOVERED PART GOES BACK ON, SO THE BALANCE
037561*    STILL AGREES WITH THE OPEN ITEMS AND THE AUDIT RECORD
037562*    CARRIES THE MOVEMENT AR1250 BOOKS AGAINST BAD DEBT
037563     MOVE AR1-BAL-AMOUNT TO AR1-BEFORE-AMOUNT
037564     ADD AR1-RECOVERY-AMOUNT TO AR1-BAL-AMOUNT
037565     MOVE AR1-WORK-TRANS-ID     TO AR1-BAL-LAST-TRANS-ID
037566     MOVE AR1-CURRENT-TIMESTAMP TO AR1-BAL-LAST-UPDATED
037567     REWRITE AR1-BALANCE-RECORD
037568         INVALID KEY
037569             CONTINUE
037570     END-REWRITE
037571     IF AR1-BAL-FS NOT = '00'
037572         DISPLAY 'AR1290: BALANCE REWRITE FAILED - STATUS '
037573             AR1-BAL-FS ' - ' AR1-WORK-ACCOUNT-ID
037574             ' - PAYMENT LEFT UNAPPLIED'
037575         PERFORM 6100-BACK-OUT-ACCOUNT THRU 6100-EXIT
037576         GO TO 6000-EXIT
037577     END-IF
037578
037579     INITIALIZE AR1-AUD-RECORD
037580     MOVE AR1-RUN-ID            TO AR1-AUD-RUN-ID
037581     MOVE AR1-CURRENT-TIMESTAMP TO AR1-AUD-TIMESTAMP
037582     MOVE AR1-WORK-ACCOUNT-ID   TO AR1-AUD-ACCOUNT-ID
037583     MOVE AR1-WORK-TRANS-ID     TO AR1-AUD-TRANS-ID
037584     MOVE AR1-BEFORE-AMOUNT     TO AR1-AUD-BEFORE-AMOUNT
037585     MOVE AR1-RECOVERY-AMOUNT   TO AR1-AUD-AMOUNT-ADDED
037586     MOVE AR1-BAL-AMOUNT        TO AR1-AUD-AFTER-AMOUNT
037587     SET AR1-AUD-WAS-NOT-CAPPED TO TRUE
037588     MOVE 'AR1290'              TO AR1-AUD-SOURCE
037589     MOVE 'RCVY'                TO AR1-AUD-REASON-CODE
037590     WRITE AR1-AUD-RECORD
037591*    WITHOUT THE AUDIT RECORD AR1250 NEVER BOOKS THE RECOVERY,
037592*    SO BOTH MASTERS ARE PUT BACK AND THE CASH STAYS UNAPPLIED
037593     IF AR1-AUD-FS NOT = '00'
037594         DISPLAY 'AR1290: AUDIT WRITE FAILED - STATUS '
037595             AR1-AUD-FS ' - ' AR1-WORK-ACCOUNT-ID
037596             ' - PAYMENT LEFT UNAPPLIED'
037597         MOVE AR1-BEFORE-AMOUNT TO AR1-BAL-AMOUNT
037598         REWRITE AR1-BALANCE-RECORD
037599             INVALID KEY
037600                 CONTINUE
037601         END-REWRITE
037602         IF AR1-BAL-FS NOT = '00'
037603             DISPLAY 'AR1290: BALANCE BACK-OUT FAILED - STATUS '
037604                 AR1-BAL-FS ' - CORRECT ' AR1-WORK-ACCOUNT-ID
037605                 ' BY HAND'
037606         END-IF
037607         PERFORM 6100-BACK-OUT-ACCOUNT THRU 6100-EXIT
037608         GO TO 6000-EXIT
037609     END-IF
037610
037611     SUBTRACT AR1-RECOVERY-AMOUNT FROM AR1-APPLY-REMAINING
037612     ADD 1 TO AR1-RECOVERY-COUNT
037613     ADD AR1-RECOVERY-AMOUNT TO AR1-RECOVERY-TOTAL
037614     MOVE AR1-WORK-ACCOUNT-ID TO AR1-RCV-ACCOUNT
037615     MOVE AR1-WORK-TRANS-ID   TO AR1-RCV-TRANS
037616     MOVE AR1-RECOVERY-AMOUNT TO AR1-RCV-AMOUNT
037617     MOVE AR1-RCV-LINE TO AR1-RPT-LINE
037618     WRITE AR1-RPT-LINE
037619     .
037620 6000-EXIT.
037621     EXIT.
037622
037623 6100-BACK-OUT-ACCOUNT.
037624     SUBTRACT AR1-RECOVERY-AMOUNT FROM AR1-ACM-RECOVERED-AMT
037625     REWRITE AR1-ACM-RECORD
037626         INVALID KEY
037627             CONTINUE
037628     END-REWRITE
037629     IF AR1-ACM-FS NOT = '00'
037630         DISPLAY 'AR1290: ACCOUNT MASTER BACK-OUT FAILED - '
037631             'STATUS ' AR1-ACM-FS ' - CORRECT '
037632             AR1-WORK-ACCOUNT-ID ' BY HAND'
037633     END-IF
037634     .
037635 6100-EXIT.
037636     EXIT.
037637
037700 8000-REPORT-UNAPPLIED.
037800*    THE CLOSING SECTION LISTS EVERY UNAPPLIED-CASH RECORD
037900*    STILL OPEN ON THE WHOLE FILE, NOT JUST TONIGHT'S - THAT
042400     MOVE AR1-ON-FILE-TOTAL   TO AR1-TOT-ON-FILE-AMT
042500     MOVE AR1-TOT-LINE-3      TO AR1-RPT-LINE
042600     WRITE AR1-RPT-LINE
042610     MOVE AR1-REVERSAL-TOTAL  TO AR1-TOT-REV-AMT
042620     MOVE AR1-TOT-LINE-4      TO AR1-RPT-LINE
042630     WRITE AR1-RPT-LINE
042640     MOVE AR1-RECOVERY-COUNT  TO AR1-TOT-RCV-CNT
042650     MOVE AR1-RECOVERY-TOTAL  TO AR1-TOT-RCV-AMT
042660     MOVE AR1-TOT-LINE-5      TO AR1-RPT-LINE
042670     WRITE AR1-RPT-LINE
042680     MOVE AR1-NOT-POSTED-COUNT TO AR1-TOT-NBAL-CNT
042690     MOVE AR1-TOT-LINE-6      TO AR1-RPT-LINE
042695     WRITE AR1-RPT-LINE
042700
042800     CLOSE TRANS-IN OPEN-ITEM-FILE UNAPPLIED-RPT REVERSAL-LOG
042810           BALANCE-MASTER ACCOUNT-MASTER AUDIT-FILE
042900
043000     INITIALIZE LK-AR1140-PARMS
043100     SET LK-RCN-END TO TRUE
