000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1390.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1390 - BANK LOCKBOX REMITTANCE INTAKE                    *
000900*                                                                *
001000*    DAILY JOB THAT TURNS THE BANK'S LOCKBOX FILE INTO          *
001100*    PAYMENTS INSTEAD OF A CLERK KEYING EVERY CHECK.  EACH      *
001200*    BATCH (HEADER, CHECK DETAILS, TRAILER - SEE AR1LBX) IS     *
001300*    HELD UNTIL ITS TRAILER ARRIVES AND IS PROVED: THE CHECK    *
001400*    COUNT AND THE SUM OF THE CHECK AMOUNTS MUST EQUAL THE      *
001500*    TRAILER'S COUNT AND DEPOSIT TOTAL.  A PROVED BATCH HAS     *
001600*    EVERY CHECK WRITTEN AS A STANDARD TYPE-P AR1TRX RECORD     *
001700*    ONTO THE RAW BILLING FEED, THE WAY AR1330 WRITES FINANCE   *
001800*    CHARGES, SO LOCKBOX CASH GOES THROUGH THE SAME AR1110      *
001900*    VALIDATION, AR1100 POSTING AND AR1290 APPLICATION AS A     *
002000*    KEYED PAYMENT.  A CHECK WHOSE REMITTER ACCOUNT IS BLANK    *
002100*    OR NOT ON THE CUSTOMER ACCOUNT MASTER IS NOT DROPPED - IT  *
002200*    GOES TO THE UNIDENTIFIED-CASH HOLDING FILE (AR1UNC) AND    *
002300*    IS LISTED ON THE INTAKE REPORT.  A BATCH THAT DOES NOT     *
002400*    PROVE (OR HAS NO TRAILER) SENDS NOTHING TO THE FEED.       *
002500*    A CHECK OR TRAILER THAT ARRIVES OUTSIDE ITS BATCH (ITS     *
002600*    HEADER LOST, OR THE BATCH IDS DISAGREE) IS HELD ON THE     *
002700*    UNIDENTIFIED-CASH FILE AS WELL (REASON NOBT / NOHD, SEE    *
002800*    AR1UNC) AND LISTED, SO THE BANK DEPOSIT CAN BE WORKED.     *
002900*                                                                *
003000*    EVERY BATCH LEAVES A DEPOSIT CONTROL RECORD (AR1DEP)       *
003100*    SPLITTING THE BANK'S DEPOSIT TOTAL INTO CASH SENT TO THE   *
003200*    FEED AND CASH HELD, SO AR1160 CAN TIE THE DEPOSIT TO THE   *
003300*    LOCKBOX PAYMENTS THAT ACTUALLY POSTED.                     *
003400*                                                                *
003500*    RETURN CODES: 0 = ALL BATCHES PROVED, ALL CASH IDENTIFIED  *
003600*                  4 = UNIDENTIFIED CASH HELD                   *
003700*                      (INCLUDING ANYTHING OUTSIDE A BATCH)     *
003800*                  8 = A BATCH FAILED TO PROVE, A FILE WAS      *
003900*                      MISSING OR WOULD NOT OPEN, A FEED,       *
004000*                      UNIDCASH OR DEPCTL WRITE FAILED, OR A    *
004100*                      RERUN WAS REFUSED                        *
004200*    A RERUN OF A COMPLETED RUN IS REFUSED - IT WOULD POST THE  *
004300*    SAME CHECKS TWICE.                                         *
004400*                                                                *
004500*    MODIFICATION HISTORY                                       *
004600*    DATE       INIT  DESCRIPTION                                *
004700*    ---------- ----  ------------------------------------------*
004800*    2026-10-14 RVH   ORIGINAL LOCKBOX REMITTANCE INTAKE        *
004900*    2026-10-14 RVH   PAYMENT IDS DATED FROM THE BUSINESS DATE  *
005000*    2026-10-15 RVH   AN OUTPUT FILE THAT WILL NOT OPEN BLOCKS  *
005100*                     THE RUN.  A CHECK OR TRAILER OUTSIDE ITS  *
005200*                     BATCH IS HELD AS UNIDENTIFIED CASH, RC 4  *
005300*    2026-10-15 RVH   PAYMENT IDS CARRY THE RUN CYCLE SO A      *
005400*                     SECOND CYCLE ON ONE DAY CANNOT REPEAT AN  *
005500*                     ID.  A FAILED FEED, UNIDCASH OR DEPCTL    *
005600*                     WRITE BLOCKS THE RUN                      *
005700*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. IBM-390.
006100 OBJECT-COMPUTER. IBM-390.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT LOCKBOX-IN ASSIGN TO LOCKBOX
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS AR1-LBX-FS.
006700
006800     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS AR1-ACM-ACCOUNT-ID
007200         FILE STATUS IS AR1-ACM-FS.
007300
007400     SELECT PAYMENT-FEED-OUT ASSIGN TO TRANSRAW
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS AR1-TRN-FS.
007700
007800     SELECT UNIDENTIFIED-CASH ASSIGN TO UNIDCASH
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS AR1-UNC-FS.
008100
008200     SELECT DEPOSIT-CONTROL ASSIGN TO DEPCTL
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS AR1-DEP-FS.
008500
008600     SELECT LOCKBOX-RPT ASSIGN TO LBXRPT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS AR1-RPT-FS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  LOCKBOX-IN
009300     RECORDING MODE IS F.
009400     COPY AR1LBX.
009500
009600 FD  ACCOUNT-MASTER
009700     RECORDING MODE IS F.
009800     COPY AR1ACM.
009900
010000 FD  PAYMENT-FEED-OUT
010100     RECORDING MODE IS F.
010200     COPY AR1TRX.
010300
010400 FD  UNIDENTIFIED-CASH
010500     RECORDING MODE IS F.
010600     COPY AR1UNC.
010700
010800 FD  DEPOSIT-CONTROL
010900     RECORDING MODE IS F.
011000     COPY AR1DEP.
011100
011200 FD  LOCKBOX-RPT
011300     RECORDING MODE IS F.
011400 01  AR1-RPT-LINE                PIC X(80).
011500
011600 WORKING-STORAGE SECTION.
011700 01  AR1-FILE-STATUSES.
011800     05  AR1-LBX-FS              PIC X(02) VALUE '00'.
011900     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
012000     05  AR1-TRN-FS              PIC X(02) VALUE '00'.
012100     05  AR1-UNC-FS              PIC X(02) VALUE '00'.
012200     05  AR1-DEP-FS              PIC X(02) VALUE '00'.
012300     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
012400
012500 01  AR1-SWITCHES.
012600     05  AR1-LBX-EOF-SWITCH      PIC X(01) VALUE 'N'.
012700         88  AR1-LBX-EOF             VALUE 'Y'.
012800     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
012900         88  AR1-RUN-BLOCKED         VALUE 'Y'.
013000     05  AR1-BATCH-OPEN-SWITCH   PIC X(01) VALUE 'N'.
013100         88  AR1-BATCH-OPEN          VALUE 'Y'.
013200     05  AR1-BATCH-ERROR-SWITCH  PIC X(01) VALUE 'N'.
013300         88  AR1-BATCH-IN-ERROR      VALUE 'Y'.
013400     05  AR1-ACCT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
013500         88  AR1-ACCT-FOUND          VALUE 'Y'.
013600
013700 01  AR1-CONTROL-FIELDS.
013800     05  AR1-RUN-ID              PIC X(08).
013900     05  AR1-RUN-DATE            PIC X(08).
014000     05  AR1-RUN-DATE-NUM REDEFINES AR1-RUN-DATE
014100                                 PIC 9(08).
014200     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
014300     05  AR1-JULIAN-DATE         PIC X(07).
014400     05  AR1-JULIAN-SPLIT REDEFINES AR1-JULIAN-DATE.
014500         10  FILLER              PIC X(03).
014600         10  AR1-JULIAN-YDDD     PIC X(04).
014700     05  AR1-JULIAN-NUM REDEFINES AR1-JULIAN-DATE
014800                                 PIC 9(07).
014900     05  AR1-CYCLE-PART          PIC X(02).
015000     05  AR1-PAYMENT-SEQ         PIC 9(03) VALUE ZERO.
015100     05  AR1-PAYMENT-SEQ-NEXT    PIC 9(04) VALUE ZERO.
015200
015300     COPY AR1140P.
015400     COPY AR1130P.
015500
015600*    THE CHECKS OF ONE BATCH ARE HELD HERE UNTIL THE TRAILER
015700*    PROVES THE BATCH - NOTHING REACHES THE FEED BEFORE THEN
015800 01  AR1-CHECK-TABLE.
015900     05  AR1-CHECK-ENTRY OCCURS 500 TIMES
016000                         INDEXED BY AR1-CHK-NDX.
016100         10  AR1-TBL-CHECK-NUMBER
016200                                 PIC X(10).
016300         10  AR1-TBL-ACCOUNT-ID  PIC X(10).
016400         10  AR1-TBL-AMOUNT      PIC S9(7)V99.
016500         10  AR1-TBL-INVOICE-REFS
016600                                 PIC X(40).
016700
016800 01  AR1-BATCH-FIELDS.
016900     05  AR1-BAT-BATCH-ID        PIC X(06).
017000     05  AR1-BAT-LOCKBOX-ID      PIC X(08).
017100     05  AR1-BAT-DEPOSIT-DATE    PIC X(08).
017200     05  AR1-BAT-CHECK-COUNT     PIC 9(09) COMP VALUE ZERO.
017300     05  AR1-BAT-DETAIL-TOTAL    PIC S9(09)V99 VALUE ZERO.
017400     05  AR1-BAT-TRAILER-COUNT   PIC 9(09) COMP VALUE ZERO.
017500     05  AR1-BAT-TRAILER-TOTAL   PIC S9(09)V99 VALUE ZERO.
017600     05  AR1-BAT-FEED-COUNT      PIC 9(09) COMP VALUE ZERO.
017700     05  AR1-BAT-FEED-TOTAL      PIC S9(09)V99 VALUE ZERO.
017800     05  AR1-BAT-UNID-COUNT      PIC 9(09) COMP VALUE ZERO.
017900     05  AR1-BAT-UNID-TOTAL      PIC S9(09)V99 VALUE ZERO.
018000     05  AR1-BAT-ERROR-TEXT      PIC X(40) VALUE SPACES.
018100
018200 01  AR1-COUNTERS.
018300     05  AR1-RECORDS-READ        PIC 9(09) COMP VALUE ZERO.
018400     05  AR1-BATCHES-PROVED      PIC 9(09) COMP VALUE ZERO.
018500     05  AR1-BATCHES-FAILED      PIC 9(09) COMP VALUE ZERO.
018600     05  AR1-DEPOSIT-COUNT       PIC 9(09) COMP VALUE ZERO.
018700     05  AR1-FEED-COUNT          PIC 9(09) COMP VALUE ZERO.
018800     05  AR1-UNID-COUNT          PIC 9(09) COMP VALUE ZERO.
018900     05  AR1-FAILED-COUNT        PIC 9(09) COMP VALUE ZERO.
019000
019100 01  AR1-TOTALS.
019200     05  AR1-DEPOSIT-TOTAL       PIC S9(11)V99 VALUE ZERO.
019300     05  AR1-FEED-TOTAL          PIC S9(11)V99 VALUE ZERO.
019400     05  AR1-UNID-TOTAL          PIC S9(11)V99 VALUE ZERO.
019500     05  AR1-FAILED-TOTAL        PIC S9(11)V99 VALUE ZERO.
019600
019700 01  AR1-WORK-REASON-CODE        PIC X(04) VALUE SPACES.
019800 01  AR1-WORK-INVOICE-REFS.
019900     05  AR1-WORK-INVOICE-REF    PIC X(10) OCCURS 4 TIMES.
020000 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
020100
020200 01  AR1-REPORT-LINES.
020300     05  AR1-HDR-LINE.
020400         10  FILLER              PIC X(34)
020500             VALUE 'AR1390 LOCKBOX REMITTANCE INTAKE  '.
020600         10  AR1-HDR-RUN-ID      PIC X(08).
020700     05  AR1-BAT-HDR-LINE.
020800         10  FILLER              PIC X(06) VALUE 'BATCH '.
020900         10  AR1-BHD-BATCH-ID    PIC X(06).
021000         10  FILLER              PIC X(09) VALUE ' LOCKBOX '.
021100         10  AR1-BHD-LOCKBOX-ID  PIC X(08).
021200         10  FILLER              PIC X(14)
021300             VALUE ' DEPOSIT DATE '.
021400         10  AR1-BHD-DEPOSIT-DATE
021500                                 PIC X(08).
021600     05  AR1-CHK-LINE.
021700         10  FILLER              PIC X(02) VALUE SPACES.
021800         10  AR1-CHK-NUMBER      PIC X(10).
021900         10  FILLER              PIC X(01) VALUE SPACES.
022000         10  AR1-CHK-ACCOUNT     PIC X(10).
022100         10  FILLER              PIC X(01) VALUE SPACES.
022200         10  AR1-CHK-AMOUNT      PIC ZZZZZZ9.99-.
022300         10  FILLER              PIC X(01) VALUE SPACES.
022400         10  AR1-CHK-DISPOSITION PIC X(08).
022500         10  FILLER              PIC X(01) VALUE SPACES.
022600         10  AR1-CHK-REFERENCE   PIC X(10).
022700         10  FILLER              PIC X(01) VALUE SPACES.
022800         10  AR1-CHK-INVOICE-1   PIC X(10).
022900         10  FILLER              PIC X(01) VALUE SPACES.
023000         10  AR1-CHK-INVOICE-2   PIC X(10).
023100     05  AR1-PROOF-LINE.
023200         10  FILLER              PIC X(06) VALUE 'BATCH '.
023300         10  AR1-PRF-BATCH-ID    PIC X(06).
023400         10  FILLER              PIC X(06) VALUE ' CHKS '.
023500         10  AR1-PRF-COUNT       PIC ZZZZ9.
023600         10  FILLER              PIC X(08) VALUE ' DETAIL '.
023700         10  AR1-PRF-DETAIL      PIC ZZZZZZZZ9.99-.
023800         10  FILLER              PIC X(06) VALUE ' TRLR '.
023900         10  AR1-PRF-TRAILER     PIC ZZZZZZZZ9.99-.
024000         10  FILLER              PIC X(01) VALUE SPACES.
024100         10  AR1-PRF-RESULT      PIC X(14).
024200     05  AR1-ERR-LINE.
024300         10  FILLER              PIC X(06) VALUE 'BATCH '.
024400         10  AR1-ERR-BATCH-ID    PIC X(06).
024500         10  FILLER              PIC X(01) VALUE SPACES.
024600         10  AR1-ERR-TEXT        PIC X(40).
024700         10  FILLER              PIC X(24)
024800             VALUE ' - NOTHING SENT TO FEED'.
024900     05  AR1-CNT-LINE.
025000         10  AR1-CNT-LABEL       PIC X(14).
025100         10  FILLER              PIC X(07) VALUE 'CHECKS '.
025200         10  AR1-CNT-COUNT       PIC ZZZZZZZZ9.
025300         10  FILLER              PIC X(04) VALUE SPACES.
025400         10  FILLER              PIC X(07) VALUE 'AMOUNT '.
025500         10  AR1-CNT-AMOUNT      PIC ZZZZZZZZZZ9.99-.
025600     05  AR1-BATCH-CNT-LINE.
025700         10  FILLER              PIC X(16)
025800             VALUE 'BATCHES PROVED  '.
025900         10  AR1-BCT-PROVED      PIC ZZZZ9.
026000         10  FILLER              PIC X(04) VALUE SPACES.
026100         10  FILLER              PIC X(16)
026200             VALUE 'BATCHES FAILED  '.
026300         10  AR1-BCT-FAILED      PIC ZZZZ9.
026400
026500 PROCEDURE DIVISION.
026600 0000-MAINLINE.
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026800     IF NOT AR1-RUN-BLOCKED
026900         PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
027000             UNTIL AR1-LBX-EOF
027100         PERFORM 9000-TERMINATE THRU 9000-EXIT
027200     END-IF
027300     IF AR1-RUN-BLOCKED
027400         MOVE 8 TO AR1-RETURN-CODE
027500     END-IF
027600     MOVE AR1-RETURN-CODE TO RETURN-CODE
027700     GOBACK.
027800
027900 1000-INITIALIZE.
028000     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
028100     INITIALIZE LK-AR1130-PARMS
028200     CALL 'AR1130' USING LK-AR1130-PARMS
028300     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
028400     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
028500     MOVE LK-RID-CYCLE-PART TO AR1-CYCLE-PART
028600*    THE PAYMENT IDS CARRY THE BUSINESS DATE'S JULIAN DAY, NOT
028700*    THE CLOCK'S, SO A CATCH-UP RUN NUMBERS ITS PAYMENTS FOR THE
028800*    DATE IT IS POSTING
028900     COMPUTE AR1-JULIAN-NUM = FUNCTION DAY-OF-INTEGER
029000         (FUNCTION INTEGER-OF-DATE (AR1-RUN-DATE-NUM))
029100
029200     INITIALIZE LK-AR1140-PARMS
029300     SET LK-RCN-START TO TRUE
029400     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
029500     MOVE 'AR1390  ' TO LK-RCN-PROGRAM-ID
029600     CALL 'AR1140' USING LK-AR1140-PARMS
029700     IF LK-RCN-RETURN-CODE NOT = ZERO
029800         DISPLAY 'AR1390: LOCKBOX INTAKE ALREADY RAN FOR '
029900             AR1-RUN-ID ' OR RUN-CONTROL ERROR - RERUN '
030000             'REFUSED, CHECKS WOULD POST TWICE'
030100         SET AR1-RUN-BLOCKED TO TRUE
030200         GO TO 1000-EXIT
030300     END-IF
030400
030500     OPEN INPUT LOCKBOX-IN
030600     IF AR1-LBX-FS NOT = '00'
030700         DISPLAY 'AR1390: LOCKBOX FILE NOT AVAILABLE - '
030800             'STATUS ' AR1-LBX-FS ' - RUN BLOCKED, FIX AND RERUN'
030900         SET AR1-RUN-BLOCKED TO TRUE
031000         GO TO 1000-EXIT
031100     END-IF
031200*    WITHOUT THE ACCOUNT MASTER EVERY CHECK WOULD LOOK
031300*    UNIDENTIFIED - BETTER TO STOP THAN PARK THE WHOLE DEPOSIT
031400     OPEN INPUT ACCOUNT-MASTER
031500     IF AR1-ACM-FS NOT = '00'
031600         DISPLAY 'AR1390: CUSTOMER ACCOUNT MASTER NOT '
031700             'AVAILABLE - STATUS ' AR1-ACM-FS
031800             ' - RUN BLOCKED, FIX AND RERUN'
031900         CLOSE LOCKBOX-IN
032000         SET AR1-RUN-BLOCKED TO TRUE
032100         GO TO 1000-EXIT
032200     END-IF
032300     OPEN EXTEND PAYMENT-FEED-OUT
032400     IF AR1-TRN-FS = '05' OR '35'
032500         OPEN OUTPUT PAYMENT-FEED-OUT
032600     END-IF
032700     OPEN EXTEND UNIDENTIFIED-CASH
032800     IF AR1-UNC-FS = '05' OR '35'
032900         OPEN OUTPUT UNIDENTIFIED-CASH
033000     END-IF
033100     OPEN EXTEND DEPOSIT-CONTROL
033200     IF AR1-DEP-FS = '05' OR '35'
033300         OPEN OUTPUT DEPOSIT-CONTROL
033400     END-IF
033500     OPEN OUTPUT LOCKBOX-RPT
033600*    A CHECK THAT CANNOT REACH THE FEED, THE HOLDING FILE OR THE
033700*    DEPOSIT CONTROL WOULD BE LOST - NOTHING IS READ
033800     IF AR1-TRN-FS NOT = '00' OR AR1-UNC-FS NOT = '00'
033900        OR AR1-DEP-FS NOT = '00' OR AR1-RPT-FS NOT = '00'
034000         DISPLAY 'AR1390: OUTPUT FILE WILL NOT OPEN - TRANSRAW '
034100             AR1-TRN-FS ' UNIDCASH ' AR1-UNC-FS ' DEPCTL '
034200             AR1-DEP-FS ' LBXRPT ' AR1-RPT-FS
034300             ' - RUN BLOCKED, FIX AND RERUN'
034400         PERFORM 1100-CLOSE-OPENED-FILES THRU 1100-EXIT
034500         SET AR1-RUN-BLOCKED TO TRUE
034600         GO TO 1000-EXIT
034700     END-IF
034800
034900     MOVE AR1-RUN-ID TO AR1-HDR-RUN-ID
035000     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
035100     WRITE AR1-RPT-LINE
035200
035300     PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT
035400     .
035500 1000-EXIT.
035600     EXIT.
035700
035800 1100-CLOSE-OPENED-FILES.
035900     CLOSE LOCKBOX-IN ACCOUNT-MASTER
036000     IF AR1-TRN-FS = '00'
036100         CLOSE PAYMENT-FEED-OUT
036200     END-IF
036300     IF AR1-UNC-FS = '00'
036400         CLOSE UNIDENTIFIED-CASH
036500     END-IF
036600     IF AR1-DEP-FS = '00'
036700         CLOSE DEPOSIT-CONTROL
036800     END-IF
036900     IF AR1-RPT-FS = '00'
037000         CLOSE LOCKBOX-RPT
037100     END-IF
037200     .
037300 1100-EXIT.
037400     EXIT.
037500
037600 2000-PROCESS-ONE-RECORD.
037700     ADD 1 TO AR1-RECORDS-READ
037800     EVALUATE TRUE
037900         WHEN AR1-LBX-HEADER
038000             PERFORM 3000-START-BATCH THRU 3000-EXIT
038100         WHEN AR1-LBX-DETAIL
038200             PERFORM 3100-HOLD-CHECK THRU 3100-EXIT
038300         WHEN AR1-LBX-TRAILER
038400             PERFORM 3200-PROVE-BATCH THRU 3200-EXIT
038500         WHEN OTHER
038600             DISPLAY 'AR1390: UNKNOWN LOCKBOX RECORD TYPE '
038700                 AR1-LBX-RECORD-TYPE ' - BATCH '
038800                 AR1-LBX-BATCH-ID
038900             IF AR1-BATCH-OPEN
039000                 MOVE 'UNKNOWN RECORD TYPE IN BATCH'
039100                     TO AR1-BAT-ERROR-TEXT
039200                 SET AR1-BATCH-IN-ERROR TO TRUE
039300             END-IF
039400             MOVE 8 TO AR1-RETURN-CODE
039500     END-EVALUATE
039600     IF AR1-RUN-BLOCKED
039700         GO TO 2000-EXIT
039800     END-IF
039900     PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT
040000     .
040100 2000-EXIT.
040200     EXIT.
040300
040400 2100-READ-LOCKBOX.
040500     READ LOCKBOX-IN
040600         AT END SET AR1-LBX-EOF TO TRUE
040700     END-READ
040800     .
040900 2100-EXIT.
041000     EXIT.
041100
041200 3000-START-BATCH.
041300*    A HEADER ARRIVING WHILE A BATCH IS STILL OPEN MEANS THE
041400*    PRIOR BATCH LOST ITS TRAILER - IT CANNOT BE PROVED
041500     IF AR1-BATCH-OPEN
041600         MOVE 'NO TRAILER BEFORE NEXT HEADER'
041700             TO AR1-BAT-ERROR-TEXT
041800         PERFORM 3900-FAIL-BATCH THRU 3900-EXIT
041900     END-IF
042000     INITIALIZE AR1-BATCH-FIELDS
042100     MOVE AR1-LBX-BATCH-ID     TO AR1-BAT-BATCH-ID
042200     MOVE AR1-LBX-LOCKBOX-ID   TO AR1-BAT-LOCKBOX-ID
042300     MOVE AR1-LBX-DEPOSIT-DATE TO AR1-BAT-DEPOSIT-DATE
042400     MOVE 'N' TO AR1-BATCH-ERROR-SWITCH
042500     SET AR1-BATCH-OPEN TO TRUE
042600
042700     MOVE AR1-BAT-BATCH-ID     TO AR1-BHD-BATCH-ID
042800     MOVE AR1-BAT-LOCKBOX-ID   TO AR1-BHD-LOCKBOX-ID
042900     MOVE AR1-BAT-DEPOSIT-DATE TO AR1-BHD-DEPOSIT-DATE
043000     MOVE AR1-BAT-HDR-LINE TO AR1-RPT-LINE
043100     WRITE AR1-RPT-LINE
043200     .
043300 3000-EXIT.
043400     EXIT.
043500
043600 3100-HOLD-CHECK.
043700     IF NOT AR1-BATCH-OPEN
043800         OR AR1-LBX-BATCH-ID NOT = AR1-BAT-BATCH-ID
043900         PERFORM 3110-HOLD-STRAY-CHECK THRU 3110-EXIT
044000         GO TO 3100-EXIT
044100     END-IF
044200     ADD 1 TO AR1-BAT-CHECK-COUNT
044300     IF AR1-LBX-CHECK-AMOUNT NOT NUMERIC
044400         MOVE 'CHECK AMOUNT NOT NUMERIC'
044500             TO AR1-BAT-ERROR-TEXT
044600         SET AR1-BATCH-IN-ERROR TO TRUE
044700         GO TO 3100-EXIT
044800     END-IF
044900     ADD AR1-LBX-CHECK-AMOUNT TO AR1-BAT-DETAIL-TOTAL
045000     IF AR1-BAT-CHECK-COUNT > 500
045100         MOVE 'MORE THAN 500 CHECKS IN BATCH'
045200             TO AR1-BAT-ERROR-TEXT
045300         SET AR1-BATCH-IN-ERROR TO TRUE
045400         GO TO 3100-EXIT
045500     END-IF
045600     SET AR1-CHK-NDX TO AR1-BAT-CHECK-COUNT
045700     MOVE AR1-LBX-CHECK-NUMBER
045800         TO AR1-TBL-CHECK-NUMBER (AR1-CHK-NDX)
045900     MOVE AR1-LBX-REMIT-ACCOUNT
046000         TO AR1-TBL-ACCOUNT-ID (AR1-CHK-NDX)
046100     MOVE AR1-LBX-CHECK-AMOUNT
046200         TO AR1-TBL-AMOUNT (AR1-CHK-NDX)
046300     MOVE AR1-LBX-INVOICE-REFS
046400         TO AR1-TBL-INVOICE-REFS (AR1-CHK-NDX)
046500     .
046600 3100-EXIT.
046700     EXIT.
046800
046900 3110-HOLD-STRAY-CHECK.
047000*    NO PROOF IS POSSIBLE FOR A CHECK OUTSIDE ITS BATCH, BUT THE
047100*    BANK HAS THE MONEY - IT IS HELD, NOT DROPPED
047200     DISPLAY 'AR1390: CHECK DETAIL OUTSIDE ITS BATCH - '
047300         'BATCH ' AR1-LBX-BATCH-ID ' CHECK '
047400         AR1-LBX-CHECK-NUMBER ' HELD AS UNIDENTIFIED CASH'
047500     INITIALIZE AR1-UNC-RECORD
047600     MOVE AR1-RUN-ID            TO AR1-UNC-RUN-ID
047700     MOVE AR1-LBX-BATCH-ID      TO AR1-UNC-BATCH-ID
047800     MOVE AR1-LBX-CHECK-NUMBER  TO AR1-UNC-CHECK-NUMBER
047900     MOVE AR1-LBX-REMIT-ACCOUNT TO AR1-UNC-REMIT-ACCOUNT
048000     IF AR1-LBX-CHECK-AMOUNT NUMERIC
048100         MOVE AR1-LBX-CHECK-AMOUNT TO AR1-UNC-CHECK-AMOUNT
048200     END-IF
048300     MOVE AR1-LBX-INVOICE-REFS  TO AR1-UNC-INVOICE-REFS
048400     SET AR1-UNC-HELD           TO TRUE
048500     MOVE 'NOBT'                TO AR1-UNC-REASON-CODE
048600     WRITE AR1-UNC-RECORD
048700     IF AR1-UNC-FS NOT = '00'
048800         DISPLAY 'AR1390: UNIDCASH WRITE FAILED - STATUS '
048900             AR1-UNC-FS ' - BATCH ' AR1-LBX-BATCH-ID ' CHECK '
049000             AR1-LBX-CHECK-NUMBER
049100         PERFORM 3950-BLOCK-RUN THRU 3950-EXIT
049200         GO TO 3110-EXIT
049300     END-IF
049400     ADD 1 TO AR1-UNID-COUNT
049500     ADD AR1-UNC-CHECK-AMOUNT TO AR1-UNID-TOTAL
049600
049700     MOVE AR1-LBX-CHECK-NUMBER  TO AR1-CHK-NUMBER
049800     MOVE AR1-LBX-REMIT-ACCOUNT TO AR1-CHK-ACCOUNT
049900     MOVE AR1-UNC-CHECK-AMOUNT  TO AR1-CHK-AMOUNT
050000     MOVE 'NO BATCH'            TO AR1-CHK-DISPOSITION
050100     MOVE 'NOBT'                TO AR1-CHK-REFERENCE
050200     MOVE AR1-UNC-INVOICE-REF (1) TO AR1-CHK-INVOICE-1
050300     MOVE AR1-UNC-INVOICE-REF (2) TO AR1-CHK-INVOICE-2
050400     MOVE AR1-CHK-LINE TO AR1-RPT-LINE
050500     WRITE AR1-RPT-LINE
050600     IF AR1-RETURN-CODE < 4
050700         MOVE 4 TO AR1-RETURN-CODE
050800     END-IF
050900     .
051000 3110-EXIT.
051100     EXIT.
051200
051300 3200-PROVE-BATCH.
051400     IF NOT AR1-BATCH-OPEN
051500         OR AR1-LBX-BATCH-ID NOT = AR1-BAT-BATCH-ID
051600         PERFORM 3210-HOLD-STRAY-TRAILER THRU 3210-EXIT
051700         GO TO 3200-EXIT
051800     END-IF
051900     IF AR1-LBX-CHECK-COUNT NUMERIC
052000         MOVE AR1-LBX-CHECK-COUNT   TO AR1-BAT-TRAILER-COUNT
052100     END-IF
052200     IF AR1-LBX-DEPOSIT-TOTAL NUMERIC
052300         MOVE AR1-LBX-DEPOSIT-TOTAL TO AR1-BAT-TRAILER-TOTAL
052400     ELSE
052500         MOVE 'TRAILER DEPOSIT TOTAL NOT NUMERIC'
052600             TO AR1-BAT-ERROR-TEXT
052700         SET AR1-BATCH-IN-ERROR TO TRUE
052800     END-IF
052900
053000     IF NOT AR1-BATCH-IN-ERROR
053100         IF AR1-BAT-TRAILER-COUNT NOT = AR1-BAT-CHECK-COUNT
053200             MOVE 'CHECK COUNT DISAGREES WITH TRAILER'
053300                 TO AR1-BAT-ERROR-TEXT
053400             SET AR1-BATCH-IN-ERROR TO TRUE
053500         END-IF
053600     END-IF
053700     IF NOT AR1-BATCH-IN-ERROR
053800         IF AR1-BAT-TRAILER-TOTAL NOT = AR1-BAT-DETAIL-TOTAL
053900             MOVE 'CHECK TOTAL DISAGREES WITH TRAILER'
054000                 TO AR1-BAT-ERROR-TEXT
054100             SET AR1-BATCH-IN-ERROR TO TRUE
054200         END-IF
054300     END-IF
054400
054500*    A CYCLE HAS 999 PAYMENT IDS.  A BATCH THAT WOULD RUN PAST
054600*    THEM IS NOT SPLIT - IT SENDS NOTHING AND IS RESENT IN THE
054700*    NEXT CYCLE
054800     IF NOT AR1-BATCH-IN-ERROR
054900         COMPUTE AR1-PAYMENT-SEQ-NEXT =
055000             AR1-PAYMENT-SEQ + AR1-BAT-CHECK-COUNT
055100         IF AR1-PAYMENT-SEQ-NEXT > 999
055200             MOVE 'PAYMENT IDS FOR CYCLE USED UP'
055300                 TO AR1-BAT-ERROR-TEXT
055400             SET AR1-BATCH-IN-ERROR TO TRUE
055500         END-IF
055600     END-IF
055700
055800     IF AR1-BATCH-IN-ERROR
055900         PERFORM 3900-FAIL-BATCH THRU 3900-EXIT
056000         GO TO 3200-EXIT
056100     END-IF
056200
056300     PERFORM 3300-RELEASE-ONE-CHECK THRU 3300-EXIT
056400         VARYING AR1-CHK-NDX FROM 1 BY 1
056500         UNTIL AR1-CHK-NDX > AR1-BAT-CHECK-COUNT
056600            OR AR1-RUN-BLOCKED
056700     IF AR1-RUN-BLOCKED
056800         GO TO 3200-EXIT
056900     END-IF
057000
057100     MOVE 'PROVED' TO AR1-PRF-RESULT
057200     PERFORM 3800-WRITE-PROOF-LINE THRU 3800-EXIT
057300     PERFORM 3700-WRITE-DEPOSIT-CONTROL THRU 3700-EXIT
057400     SET AR1-DEP-PROVED TO TRUE
057500     WRITE AR1-DEP-RECORD
057600     IF AR1-DEP-FS NOT = '00'
057700         DISPLAY 'AR1390: DEPCTL WRITE FAILED - STATUS '
057800             AR1-DEP-FS ' - BATCH ' AR1-BAT-BATCH-ID
057900         PERFORM 3950-BLOCK-RUN THRU 3950-EXIT
058000         GO TO 3200-EXIT
058100     END-IF
058200     ADD 1 TO AR1-BATCHES-PROVED
058300     ADD AR1-BAT-CHECK-COUNT   TO AR1-DEPOSIT-COUNT
058400     ADD AR1-BAT-TRAILER-TOTAL TO AR1-DEPOSIT-TOTAL
058500     MOVE 'N' TO AR1-BATCH-OPEN-SWITCH
058600     .
058700 3200-EXIT.
058800     EXIT.
058900
059000 3210-HOLD-STRAY-TRAILER.
059100*    THE TRAILER OF A BATCH WHOSE HEADER WAS LOST CARRIES THE
059200*    DEPOSIT THE BANK CREDITED.  ITS CHECKS WERE HELD ONE BY ONE
059300*    (NOBT) AS THEY ARRIVED, SO THE DEPOSIT TOTAL IS HELD FOR
059400*    THE RECORD BUT NOT ADDED TO THE UNIDENTIFIED CASH AGAIN
059500     DISPLAY 'AR1390: TRAILER WITHOUT ITS HEADER - '
059600         'BATCH ' AR1-LBX-BATCH-ID ' HELD AS UNIDENTIFIED CASH'
059700     INITIALIZE AR1-UNC-RECORD
059800     MOVE AR1-RUN-ID            TO AR1-UNC-RUN-ID
059900     MOVE AR1-LBX-BATCH-ID      TO AR1-UNC-BATCH-ID
060000     IF AR1-LBX-DEPOSIT-TOTAL NUMERIC
060100         MOVE AR1-LBX-DEPOSIT-TOTAL TO AR1-UNC-CHECK-AMOUNT
060200     END-IF
060300     SET AR1-UNC-HELD           TO TRUE
060400     MOVE 'NOHD'                TO AR1-UNC-REASON-CODE
060500     WRITE AR1-UNC-RECORD
060600     IF AR1-UNC-FS NOT = '00'
060700         DISPLAY 'AR1390: UNIDCASH WRITE FAILED - STATUS '
060800             AR1-UNC-FS ' - BATCH ' AR1-LBX-BATCH-ID ' TRAILER'
060900         PERFORM 3950-BLOCK-RUN THRU 3950-EXIT
061000         GO TO 3210-EXIT
061100     END-IF
061200
061300     MOVE 'TRAILER'             TO AR1-CHK-NUMBER
061400     MOVE SPACES                TO AR1-CHK-ACCOUNT
061500     MOVE AR1-UNC-CHECK-AMOUNT  TO AR1-CHK-AMOUNT
061600     MOVE 'NO HDR  '            TO AR1-CHK-DISPOSITION
061700     MOVE 'NOHD'                TO AR1-CHK-REFERENCE
061800     MOVE SPACES                TO AR1-CHK-INVOICE-1
061900     MOVE SPACES                TO AR1-CHK-INVOICE-2
062000     MOVE AR1-CHK-LINE TO AR1-RPT-LINE
062100     WRITE AR1-RPT-LINE
062200     IF AR1-RETURN-CODE < 4
062300         MOVE 4 TO AR1-RETURN-CODE
062400     END-IF
062500     .
062600 3210-EXIT.
062700     EXIT.
062800
062900 3300-RELEASE-ONE-CHECK.
063000     MOVE AR1-TBL-CHECK-NUMBER (AR1-CHK-NDX) TO AR1-CHK-NUMBER
063100     MOVE AR1-TBL-ACCOUNT-ID (AR1-CHK-NDX)   TO AR1-CHK-ACCOUNT
063200     MOVE AR1-TBL-AMOUNT (AR1-CHK-NDX)       TO AR1-CHK-AMOUNT
063300     MOVE AR1-TBL-INVOICE-REFS (AR1-CHK-NDX)
063400         TO AR1-WORK-INVOICE-REFS
063500     MOVE AR1-WORK-INVOICE-REF (1) TO AR1-CHK-INVOICE-1
063600     MOVE AR1-WORK-INVOICE-REF (2) TO AR1-CHK-INVOICE-2
063700
063800     PERFORM 3400-IDENTIFY-ACCOUNT THRU 3400-EXIT
063900     IF AR1-ACCT-FOUND
064000         PERFORM 3500-WRITE-PAYMENT-TRANS THRU 3500-EXIT
064100     ELSE
064200         PERFORM 3600-HOLD-UNIDENTIFIED THRU 3600-EXIT
064300     END-IF
064400     IF AR1-RUN-BLOCKED
064500         GO TO 3300-EXIT
064600     END-IF
064700     MOVE AR1-CHK-LINE TO AR1-RPT-LINE
064800     WRITE AR1-RPT-LINE
064900     .
065000 3300-EXIT.
065100     EXIT.
065200
065300 3400-IDENTIFY-ACCOUNT.
065400*    A SUSPENDED OR CLOSED ACCOUNT IS STILL IDENTIFIED - THE
065500*    PAYMENT GOES TO THE FEED AND AR1110 REJECTS IT WITH ITS
065600*    OWN REASON CODE FOR REPAIR, SO THE CASH IS NOT LOST
065700     MOVE 'N' TO AR1-ACCT-FOUND-SWITCH
065800     MOVE SPACES TO AR1-WORK-REASON-CODE
065900     IF AR1-TBL-ACCOUNT-ID (AR1-CHK-NDX) = SPACES
066000         MOVE 'BLNK' TO AR1-WORK-REASON-CODE
066100         GO TO 3400-EXIT
066200     END-IF
066300     MOVE AR1-TBL-ACCOUNT-ID (AR1-CHK-NDX) TO AR1-ACM-ACCOUNT-ID
066400     READ ACCOUNT-MASTER
066500         INVALID KEY
066600             MOVE 'UNKN' TO AR1-WORK-REASON-CODE
066700         NOT INVALID KEY
066800             SET AR1-ACCT-FOUND TO TRUE
066900     END-READ
067000     .
067100 3400-EXIT.
067200     EXIT.
067300
067400 3500-WRITE-PAYMENT-TRANS.
067500*    THE TRANSACTION ID IS L + YEAR DIGIT AND JULIAN DAY + RUN
067600*    CYCLE + SEQUENCE.  THE SEQUENCE RESTARTS EVERY RUN, SO THE
067700*    CYCLE IS WHAT KEEPS A SECOND CYCLE ON THE SAME DAY FROM
067800*    REPEATING AN ID - THE AR1110 DUPLICATE CONTROLS HOLD FOR
067900*    LOCKBOX PAYMENTS TOO.  A PAYMENT NETS THE BALANCE DOWN,
068000*    SO IT GOES ON THE FEED AS A NEGATIVE AMOUNT.
068100     ADD 1 TO AR1-PAYMENT-SEQ
068200     MOVE SPACES TO AR1-TRANS-RECORD
068300     STRING 'L' DELIMITED BY SIZE
068400         AR1-JULIAN-YDDD DELIMITED BY SIZE
068500         AR1-CYCLE-PART DELIMITED BY SIZE
068600         AR1-PAYMENT-SEQ DELIMITED BY SIZE
068700         INTO AR1-TRANS-ID
068800     MOVE AR1-ACM-ACCOUNT-ID   TO AR1-ACCOUNT-ID
068900     MOVE AR1-ACM-ACCOUNT-TYPE TO AR1-ACCOUNT-TYPE
069000     COMPUTE AR1-TRANS-AMOUNT =
069100         ZERO - AR1-TBL-AMOUNT (AR1-CHK-NDX)
069200     MOVE 'P'                  TO AR1-TRANS-TYPE-CODE
069300     WRITE AR1-TRANS-RECORD
069400     IF AR1-TRN-FS NOT = '00'
069500         DISPLAY 'AR1390: PAYMENT FEED WRITE FAILED - STATUS '
069600             AR1-TRN-FS ' - BATCH ' AR1-BAT-BATCH-ID ' CHECK '
069700             AR1-TBL-CHECK-NUMBER (AR1-CHK-NDX)
069800         PERFORM 3950-BLOCK-RUN THRU 3950-EXIT
069900         GO TO 3500-EXIT
070000     END-IF
070100     ADD 1 TO AR1-BAT-FEED-COUNT
070200     ADD AR1-TBL-AMOUNT (AR1-CHK-NDX) TO AR1-BAT-FEED-TOTAL
070300     ADD 1 TO AR1-FEED-COUNT
070400     ADD AR1-TBL-AMOUNT (AR1-CHK-NDX) TO AR1-FEED-TOTAL
070500     MOVE 'TO FEED ' TO AR1-CHK-DISPOSITION
070600     MOVE AR1-TRANS-ID TO AR1-CHK-REFERENCE
070700     .
070800 3500-EXIT.
070900     EXIT.
071000
071100 3600-HOLD-UNIDENTIFIED.
071200     INITIALIZE AR1-UNC-RECORD
071300     MOVE AR1-RUN-ID            TO AR1-UNC-RUN-ID
071400     MOVE AR1-BAT-DEPOSIT-DATE  TO AR1-UNC-DEPOSIT-DATE
071500     MOVE AR1-BAT-LOCKBOX-ID    TO AR1-UNC-LOCKBOX-ID
071600     MOVE AR1-BAT-BATCH-ID      TO AR1-UNC-BATCH-ID
071700     MOVE AR1-TBL-CHECK-NUMBER (AR1-CHK-NDX)
071800                                TO AR1-UNC-CHECK-NUMBER
071900     MOVE AR1-TBL-ACCOUNT-ID (AR1-CHK-NDX)
072000                                TO AR1-UNC-REMIT-ACCOUNT
072100     MOVE AR1-TBL-AMOUNT (AR1-CHK-NDX)
072200                                TO AR1-UNC-CHECK-AMOUNT
072300     MOVE AR1-TBL-INVOICE-REFS (AR1-CHK-NDX)
072400                                TO AR1-UNC-INVOICE-REFS
072500     SET AR1-UNC-HELD           TO TRUE
072600     MOVE AR1-WORK-REASON-CODE  TO AR1-UNC-REASON-CODE
072700     WRITE AR1-UNC-RECORD
072800     IF AR1-UNC-FS NOT = '00'
072900         DISPLAY 'AR1390: UNIDCASH WRITE FAILED - STATUS '
073000             AR1-UNC-FS ' - BATCH ' AR1-BAT-BATCH-ID ' CHECK '
073100             AR1-TBL-CHECK-NUMBER (AR1-CHK-NDX)
073200         PERFORM 3950-BLOCK-RUN THRU 3950-EXIT
073300         GO TO 3600-EXIT
073400     END-IF
073500     ADD 1 TO AR1-BAT-UNID-COUNT
073600     ADD AR1-TBL-AMOUNT (AR1-CHK-NDX) TO AR1-BAT-UNID-TOTAL
073700     ADD 1 TO AR1-UNID-COUNT
073800     ADD AR1-TBL-AMOUNT (AR1-CHK-NDX) TO AR1-UNID-TOTAL
073900     MOVE 'UNIDENT ' TO AR1-CHK-DISPOSITION
074000     MOVE AR1-WORK-REASON-CODE TO AR1-CHK-REFERENCE
074100     IF AR1-RETURN-CODE < 4
074200         MOVE 4 TO AR1-RETURN-CODE
074300     END-IF
074400     .
074500 3600-EXIT.
074600     EXIT.
074700
074800 3700-WRITE-DEPOSIT-CONTROL.
074900*    BUILDS THE DEPOSIT CONTROL RECORD - THE CALLER SETS THE
075000*    STATUS AND WRITES IT
075100     INITIALIZE AR1-DEP-RECORD
075200     MOVE AR1-RUN-ID            TO AR1-DEP-RUN-ID
075300     MOVE AR1-BAT-DEPOSIT-DATE  TO AR1-DEP-DEPOSIT-DATE
075400     MOVE AR1-BAT-LOCKBOX-ID    TO AR1-DEP-LOCKBOX-ID
075500     MOVE AR1-BAT-BATCH-ID      TO AR1-DEP-BATCH-ID
075600     MOVE AR1-BAT-CHECK-COUNT   TO AR1-DEP-CHECK-COUNT
075700     MOVE AR1-BAT-TRAILER-TOTAL TO AR1-DEP-DEPOSIT-TOTAL
075800     MOVE AR1-BAT-FEED-COUNT    TO AR1-DEP-FEED-COUNT
075900     MOVE AR1-BAT-FEED-TOTAL    TO AR1-DEP-FEED-TOTAL
076000     MOVE AR1-BAT-UNID-COUNT    TO AR1-DEP-UNIDENT-COUNT
076100     MOVE AR1-BAT-UNID-TOTAL    TO AR1-DEP-UNIDENT-TOTAL
076200     .
076300 3700-EXIT.
076400     EXIT.
076500
076600 3800-WRITE-PROOF-LINE.
076700     MOVE AR1-BAT-BATCH-ID      TO AR1-PRF-BATCH-ID
076800     MOVE AR1-BAT-CHECK-COUNT   TO AR1-PRF-COUNT
076900     MOVE AR1-BAT-DETAIL-TOTAL  TO AR1-PRF-DETAIL
077000     MOVE AR1-BAT-TRAILER-TOTAL TO AR1-PRF-TRAILER
077100     MOVE AR1-PROOF-LINE TO AR1-RPT-LINE
077200     WRITE AR1-RPT-LINE
077300     .
077400 3800-EXIT.
077500     EXIT.
077600
077700 3900-FAIL-BATCH.
077800*    AN UNPROVED BATCH SENDS NOTHING TO THE FEED - THE WHOLE
077900*    BATCH IS WORKED WITH THE BANK AND RESENT
078000     MOVE 'OUT OF BALANCE' TO AR1-PRF-RESULT
078100     PERFORM 3800-WRITE-PROOF-LINE THRU 3800-EXIT
078200     MOVE AR1-BAT-BATCH-ID   TO AR1-ERR-BATCH-ID
078300     MOVE AR1-BAT-ERROR-TEXT TO AR1-ERR-TEXT
078400     MOVE AR1-ERR-LINE TO AR1-RPT-LINE
078500     WRITE AR1-RPT-LINE
078600     DISPLAY 'AR1390: BATCH ' AR1-BAT-BATCH-ID ' NOT PROVED - '
078700         AR1-BAT-ERROR-TEXT
078800
078900     MOVE ZERO TO AR1-BAT-FEED-COUNT
079000     MOVE ZERO TO AR1-BAT-FEED-TOTAL
079100     MOVE ZERO TO AR1-BAT-UNID-COUNT
079200     MOVE ZERO TO AR1-BAT-UNID-TOTAL
079300     PERFORM 3700-WRITE-DEPOSIT-CONTROL THRU 3700-EXIT
079400     SET AR1-DEP-OUT-OF-BALANCE TO TRUE
079500     WRITE AR1-DEP-RECORD
079600     IF AR1-DEP-FS NOT = '00'
079700         DISPLAY 'AR1390: DEPCTL WRITE FAILED - STATUS '
079800             AR1-DEP-FS ' - BATCH ' AR1-BAT-BATCH-ID
079900         PERFORM 3950-BLOCK-RUN THRU 3950-EXIT
080000     END-IF
080100
080200     ADD 1 TO AR1-BATCHES-FAILED
080300     ADD AR1-BAT-CHECK-COUNT  TO AR1-FAILED-COUNT
080400     ADD AR1-BAT-DETAIL-TOTAL TO AR1-FAILED-TOTAL
080500     MOVE 'N' TO AR1-BATCH-OPEN-SWITCH
080600     MOVE 8 TO AR1-RETURN-CODE
080700     .
080800 3900-EXIT.
080900     EXIT.
081000
081100 3950-BLOCK-RUN.
081200*    A FEED, UNIDCASH OR DEPCTL RECORD THAT DID NOT WRITE LEAVES
081300*    THE DEPOSIT UNACCOUNTED FOR - NO MORE OF THE LOCKBOX FILE
081400*    IS READ AND THE RUN ENDS WITHOUT ITS END RECORD, SO IT CAN
081500*    BE RERUN ONCE THE FILE IS FIXED
081600     SET AR1-RUN-BLOCKED TO TRUE
081700     SET AR1-LBX-EOF TO TRUE
081800     MOVE 8 TO AR1-RETURN-CODE
081900     .
082000 3950-EXIT.
082100     EXIT.
082200
082300 9000-TERMINATE.
082400     IF AR1-BATCH-OPEN AND NOT AR1-RUN-BLOCKED
082500         MOVE 'NO TRAILER BEFORE END OF FILE'
082600             TO AR1-BAT-ERROR-TEXT
082700         PERFORM 3900-FAIL-BATCH THRU 3900-EXIT
082800     END-IF
082900
083000     MOVE AR1-BATCHES-PROVED TO AR1-BCT-PROVED
083100     MOVE AR1-BATCHES-FAILED TO AR1-BCT-FAILED
083200     MOVE AR1-BATCH-CNT-LINE TO AR1-RPT-LINE
083300     WRITE AR1-RPT-LINE
083400
083500     MOVE 'DEPOSITED     ' TO AR1-CNT-LABEL
083600     MOVE AR1-DEPOSIT-COUNT TO AR1-CNT-COUNT
083700     MOVE AR1-DEPOSIT-TOTAL TO AR1-CNT-AMOUNT
083800     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
083900     WRITE AR1-RPT-LINE
084000
084100     MOVE 'TO FEED       ' TO AR1-CNT-LABEL
084200     MOVE AR1-FEED-COUNT TO AR1-CNT-COUNT
084300     MOVE AR1-FEED-TOTAL TO AR1-CNT-AMOUNT
084400     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
084500     WRITE AR1-RPT-LINE
084600
084700     MOVE 'UNIDENTIFIED  ' TO AR1-CNT-LABEL
084800     MOVE AR1-UNID-COUNT TO AR1-CNT-COUNT
084900     MOVE AR1-UNID-TOTAL TO AR1-CNT-AMOUNT
085000     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
085100     WRITE AR1-RPT-LINE
085200
085300     MOVE 'NOT PROVED    ' TO AR1-CNT-LABEL
085400     MOVE AR1-FAILED-COUNT TO AR1-CNT-COUNT
085500     MOVE AR1-FAILED-TOTAL TO AR1-CNT-AMOUNT
085600     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
085700     WRITE AR1-RPT-LINE
085800
085900     CLOSE LOCKBOX-IN ACCOUNT-MASTER PAYMENT-FEED-OUT
086000           UNIDENTIFIED-CASH DEPOSIT-CONTROL LOCKBOX-RPT
086100
086200     IF NOT AR1-RUN-BLOCKED
086300         INITIALIZE LK-AR1140-PARMS
086400         SET LK-RCN-END TO TRUE
086500         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
086600         MOVE 'AR1390  ' TO LK-RCN-PROGRAM-ID
086700         MOVE AR1-RECORDS-READ TO LK-RCN-RECORD-COUNT
086800         CALL 'AR1140' USING LK-AR1140-PARMS
086900     END-IF
087000     .
087100 9000-EXIT.
087200     EXIT.
