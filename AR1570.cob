000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1570.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1570 - AP REFUND ACKNOWLEDGMENT MATCH JOB                *
000900*                                                                *
001000*    CLOSES THE LOOP ON THE AR1560 AP REFUND PAYEE EXTRACT THE  *
001100*    WAY AR1310 CLOSES IT ON THE GL EXTRACT.  AFTER THEIR CHECK *
001200*    RUN, ACCOUNTS PAYABLE SEND BACK AN ACKNOWLEDGMENT ECHOING  *
001300*    THE EXTRACT ID, DETAIL COUNT AND HASH TOTAL.  THIS JOB     *
001400*    MATCHES EACH ACKNOWLEDGMENT AGAINST THE AP EXTRACT CONTROL *
001500*    RECORD AR1560 WROTE: A FULL MATCH MARKS THE EXTRACT        *
001600*    CONFIRMED; A COUNT OR HASH MISMATCH IS REPORTED AND RAISED *
001700*    CRITICAL ON THE MONITORING FEED.  AFTER THE MATCH PASS,    *
001800*    ANY EXTRACT STILL UNCONFIRMED AFTER THE CONFIGURED NUMBER  *
001900*    OF DAYS (APAKPARM, SAME LAYOUT AS ACKPARM, DEFAULT FIVE    *
002000*    SINCE AP CUTS CHECKS ON ITS OWN CYCLE) IS RAISED AS A      *
002100*    WARNING.  FINALLY THE REFUND FILE IS BROUGHT INTO LINE:    *
002200*    EVERY REFUND ON A CONFIRMED EXTRACT IS MARKED CONFIRMED,   *
002300*    AND EVERY REFUND ON AN EXTRACT PAST THE AGE LIMIT IS       *
002400*    MARKED NOT CUT AND LISTED, SO A CUSTOMER WHOSE CHECK NEVER *
002500*    WENT OUT IS NAMED ON THE REPORT.  RETURN CODE 8 ON A       *
002600*    MISMATCH, 4 WHEN ANYTHING IS STILL UNCONFIRMED PAST THE    *
002700*    AGE LIMIT.                                                 *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT  DESCRIPTION                               *
003100*    ---------- ----  ------------------------------------------*
003200*    2026-10-15 RVH   ORIGINAL AP REFUND ACKNOWLEDGMENT MATCH   *
003300*    2026-10-15 RVH   A MISSING EXTRACT CONTROL FILE OR A       *
003400*                     REFUND REWRITE THAT FAILS BLOCKS THE RUN, *
003500*                     AND A BLOCKED RUN WRITES NO END RECORD    *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-390.
004000 OBJECT-COMPUTER. IBM-390.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACK-FILE-IN ASSIGN TO APACKIN
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS AR1-APK-FS.
004600
004700     SELECT AP-EXTRACT-CONTROL ASSIGN TO APEXTCTL
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS AR1-AXC-EXTRACT-ID
005100         FILE STATUS IS AR1-AXC-FS.
005200
005300     SELECT AGE-PARM-IN ASSIGN TO APAKPARM
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS AR1-AKP-FS.
005600
005700     SELECT REFUND-FILE ASSIGN TO REFPEND
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS AR1-RFD-FS.
006000
006100     SELECT ALERT-FILE ASSIGN TO ALRTFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS AR1-ALT-FS.
006400
006500     SELECT MATCH-RPT ASSIGN TO APACKRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS AR1-RPT-FS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  ACK-FILE-IN
007200     RECORDING MODE IS F.
007300     COPY AR1APK.
007400
007500 FD  AP-EXTRACT-CONTROL
007600     RECORDING MODE IS F.
007700     COPY AR1AXC.
007800
007900 FD  AGE-PARM-IN
008000     RECORDING MODE IS F.
008100     COPY AR1AKP.
008200
008300 FD  REFUND-FILE
008400     RECORDING MODE IS F.
008500     COPY AR1RFD.
008600
008700 FD  ALERT-FILE
008800     RECORDING MODE IS F.
008900     COPY AR1ALT.
009000
009100 FD  MATCH-RPT
009200     RECORDING MODE IS F.
009300 01  AR1-RPT-LINE                PIC X(80).
009400
009500 WORKING-STORAGE SECTION.
009600 01  AR1-FILE-STATUSES.
009700     05  AR1-APK-FS              PIC X(02) VALUE '00'.
009800     05  AR1-AXC-FS              PIC X(02) VALUE '00'.
009900     05  AR1-AKP-FS              PIC X(02) VALUE '00'.
010000     05  AR1-RFD-FS              PIC X(02) VALUE '00'.
010100     05  AR1-ALT-FS              PIC X(02) VALUE '00'.
010200     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
010300
010400 01  AR1-SWITCHES.
010500     05  AR1-APK-EOF-SWITCH      PIC X(01) VALUE 'N'.
010600         88  AR1-APK-EOF             VALUE 'Y'.
010700     05  AR1-AXC-EOF-SWITCH      PIC X(01) VALUE 'N'.
010800         88  AR1-AXC-EOF             VALUE 'Y'.
010900     05  AR1-AXC-FOUND-SWITCH    PIC X(01) VALUE 'N'.
011000         88  AR1-AXC-FOUND           VALUE 'Y'.
011100     05  AR1-RFD-EOF-SWITCH      PIC X(01) VALUE 'N'.
011200         88  AR1-RFD-EOF             VALUE 'Y'.
011300     05  AR1-AXC-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011400         88  AR1-CONTROL-OPEN        VALUE 'Y'.
011500     05  AR1-APK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011600         88  AR1-ACK-OPEN            VALUE 'Y'.
011700     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
011800         88  AR1-RUN-BLOCKED         VALUE 'Y'.
011900
012000 01  AR1-CONTROL-FIELDS.
012100     05  AR1-RUN-ID              PIC X(08).
012200     05  AR1-RUN-DATE            PIC X(08).
012300     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
012400     05  AR1-AGE-DAYS            PIC 9(03) VALUE 5.
012500     05  AR1-RUN-DATE-NUM        PIC 9(08).
012600     05  AR1-CUTOFF-INT          PIC S9(09) COMP.
012700     05  AR1-CUTOFF-NUM          PIC 9(08).
012800     05  AR1-CUTOFF-DATE         PIC X(08).
012900
013000     COPY AR1140P.
013100     COPY AR1130P.
013200
013300 01  AR1-COUNTERS.
013400     05  AR1-ACK-READ            PIC 9(09) COMP VALUE ZERO.
013500     05  AR1-CONFIRMED-COUNT     PIC 9(09) COMP VALUE ZERO.
013600     05  AR1-MISMATCH-COUNT      PIC 9(09) COMP VALUE ZERO.
013700     05  AR1-ORPHAN-COUNT        PIC 9(09) COMP VALUE ZERO.
013800     05  AR1-STALE-COUNT         PIC 9(09) COMP VALUE ZERO.
013900     05  AR1-NOT-CUT-COUNT       PIC 9(09) COMP VALUE ZERO.
014000
014100 01  AR1-TOTALS.
014200     05  AR1-NOT-CUT-TOTAL       PIC S9(11)V99 VALUE ZERO.
014300
014400 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
014500
014600 01  AR1-REPORT-LINES.
014700     05  AR1-HDR-LINE.
014800         10  FILLER              PIC X(32)
014900             VALUE 'AR1570 AP REFUND ACK MATCH      '.
015000         10  AR1-HDR-DATE        PIC X(08).
015100     05  AR1-DTL-LINE.
015200         10  AR1-DTL-STATUS      PIC X(10).
015300         10  FILLER              PIC X(09)
015400             VALUE ' EXTRACT '.
015500         10  AR1-DTL-EXTRACT     PIC X(08).
015600         10  FILLER              PIC X(08) VALUE ' COUNT  '.
015700         10  AR1-DTL-COUNT       PIC ZZZZZZZZ9.
015800         10  FILLER              PIC X(07) VALUE ' HASH  '.
015900         10  AR1-DTL-HASH        PIC ZZZZZZZZZZZ9.99-.
016000     05  AR1-NCT-DTL-LINE.
016100         10  FILLER              PIC X(10) VALUE 'NOT CUT   '.
016200         10  AR1-RFL-ACCOUNT     PIC X(10).
016300         10  FILLER              PIC X(02) VALUE SPACES.
016400         10  AR1-RFL-ITEM-DATE   PIC X(08).
016500         10  FILLER              PIC X(02) VALUE SPACES.
016600         10  AR1-RFL-TRANS       PIC X(10).
016700         10  FILLER              PIC X(09) VALUE ' EXTRACT '.
016800         10  AR1-RFL-EXTRACT     PIC X(08).
016900         10  FILLER              PIC X(02) VALUE SPACES.
017000         10  AR1-RFL-AMOUNT      PIC ZZZZZZ9.99-.
017100     05  AR1-TOT-LINE.
017200         10  FILLER              PIC X(10) VALUE 'CONFIRMED '.
017300         10  AR1-TOT-CONFIRMED   PIC ZZZZZ9.
017400         10  FILLER              PIC X(10) VALUE ' MISMATCH '.
017500         10  AR1-TOT-MISMATCH    PIC ZZZZZ9.
017600         10  FILLER              PIC X(09) VALUE ' ORPHAN  '.
017700         10  AR1-TOT-ORPHAN      PIC ZZZZZ9.
017800         10  FILLER              PIC X(08) VALUE ' STALE  '.
017900         10  AR1-TOT-STALE       PIC ZZZZZ9.
018000     05  AR1-NCT-LINE.
018100         10  FILLER              PIC X(18)
018200             VALUE 'REFUNDS NOT CUT   '.
018300         10  AR1-NCT-COUNT       PIC ZZZZZ9.
018400         10  FILLER              PIC X(02) VALUE SPACES.
018500         10  AR1-NCT-AMOUNT      PIC ZZZZZZZZZZ9.99-.
018600
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019000     PERFORM 2000-MATCH-ONE-ACK THRU 2000-EXIT
019100         UNTIL AR1-APK-EOF
019200     PERFORM 3000-SWEEP-UNCONFIRMED THRU 3000-EXIT
019300     PERFORM 4000-UPDATE-REFUNDS THRU 4000-EXIT
019400     PERFORM 9000-TERMINATE THRU 9000-EXIT
019500     MOVE AR1-RETURN-CODE TO RETURN-CODE
019600     GOBACK.
019700
019800 1000-INITIALIZE.
019900     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
020000     INITIALIZE LK-AR1130-PARMS
020100     CALL 'AR1130' USING LK-AR1130-PARMS
020200     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
020300     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
020400
020500     INITIALIZE LK-AR1140-PARMS
020600     SET LK-RCN-START TO TRUE
020700     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
020800     MOVE 'AR1570  ' TO LK-RCN-PROGRAM-ID
020900     CALL 'AR1140' USING LK-AR1140-PARMS
021000
021100     PERFORM 1100-LOAD-AGE-PARM THRU 1100-EXIT
021200     MOVE AR1-RUN-DATE TO AR1-RUN-DATE-NUM
021300     COMPUTE AR1-CUTOFF-INT =
021400         FUNCTION INTEGER-OF-DATE (AR1-RUN-DATE-NUM)
021500         - AR1-AGE-DAYS
021600     COMPUTE AR1-CUTOFF-NUM =
021700         FUNCTION DATE-OF-INTEGER (AR1-CUTOFF-INT)
021800     MOVE AR1-CUTOFF-NUM TO AR1-CUTOFF-DATE
021900
022000     OPEN I-O AP-EXTRACT-CONTROL
022100     IF AR1-AXC-FS NOT = '00'
022200         DISPLAY 'AR1570: AP EXTRACT CONTROL FILE NOT '
022300             'AVAILABLE - STATUS ' AR1-AXC-FS ' - RUN BLOCKED'
022400         SET AR1-APK-EOF TO TRUE
022500         SET AR1-AXC-EOF TO TRUE
022600         SET AR1-RUN-BLOCKED TO TRUE
022700         MOVE 8 TO AR1-RETURN-CODE
022800     ELSE
022900         SET AR1-CONTROL-OPEN TO TRUE
023000     END-IF
023100     OPEN INPUT ACK-FILE-IN
023200     IF AR1-APK-FS NOT = '00'
023300         DISPLAY 'AR1570: NO AP ACKNOWLEDGMENT FILE TONIGHT - '
023400             'STATUS ' AR1-APK-FS ' - AGE SWEEP ONLY'
023500         SET AR1-APK-EOF TO TRUE
023600     ELSE
023700         SET AR1-ACK-OPEN TO TRUE
023800     END-IF
023900     OPEN EXTEND ALERT-FILE
024000     IF AR1-ALT-FS = '05' OR '35'
024100         OPEN OUTPUT ALERT-FILE
024200     END-IF
024300     OPEN OUTPUT MATCH-RPT
024400
024500     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
024600     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
024700     WRITE AR1-RPT-LINE
024800
024900     IF NOT AR1-APK-EOF
025000         PERFORM 2100-READ-ACK THRU 2100-EXIT
025100     END-IF
025200     .
025300 1000-EXIT.
025400     EXIT.
025500
025600 1100-LOAD-AGE-PARM.
025700     OPEN INPUT AGE-PARM-IN
025800     IF AR1-AKP-FS NOT = '00'
025900         GO TO 1100-EXIT
026000     END-IF
026100     READ AGE-PARM-IN
026200         NOT AT END
026300             IF AR1-AKP-AGE-DAYS NUMERIC
026400                 AND AR1-AKP-AGE-DAYS > ZERO
026500                 MOVE AR1-AKP-AGE-DAYS TO AR1-AGE-DAYS
026600             END-IF
026700     END-READ
026800     CLOSE AGE-PARM-IN
026900     .
027000 1100-EXIT.
027100     EXIT.
027200
027300 2000-MATCH-ONE-ACK.
027400     ADD 1 TO AR1-ACK-READ
027500     MOVE 'N' TO AR1-AXC-FOUND-SWITCH
027600     MOVE AR1-APK-EXTRACT-ID TO AR1-AXC-EXTRACT-ID
027700     READ AP-EXTRACT-CONTROL
027800         INVALID KEY
027900             CONTINUE
028000         NOT INVALID KEY
028100             SET AR1-AXC-FOUND TO TRUE
028200     END-READ
028300
028400     IF NOT AR1-AXC-FOUND
028500         ADD 1 TO AR1-ORPHAN-COUNT
028600         MOVE 'NO EXTRCT ' TO AR1-DTL-STATUS
028700         MOVE AR1-APK-EXTRACT-ID TO AR1-DTL-EXTRACT
028800         MOVE AR1-APK-REC-COUNT  TO AR1-DTL-COUNT
028900         MOVE AR1-APK-HASH-TOTAL TO AR1-DTL-HASH
029000         MOVE AR1-DTL-LINE TO AR1-RPT-LINE
029100         WRITE AR1-RPT-LINE
029200         MOVE 8 TO AR1-RETURN-CODE
029300         GO TO 2000-READ-NEXT
029400     END-IF
029500
029600     IF AR1-APK-REC-COUNT = AR1-AXC-REC-COUNT
029700         AND AR1-APK-HASH-TOTAL = AR1-AXC-HASH-TOTAL
029800         PERFORM 2200-CONFIRM-EXTRACT THRU 2200-EXIT
029900     ELSE
030000         PERFORM 2300-FLAG-MISMATCH THRU 2300-EXIT
030100     END-IF
030200     .
030300 2000-READ-NEXT.
030400     PERFORM 2100-READ-ACK THRU 2100-EXIT
030500     .
030600 2000-EXIT.
030700     EXIT.
030800
030900 2100-READ-ACK.
031000     READ ACK-FILE-IN
031100         AT END SET AR1-APK-EOF TO TRUE
031200     END-READ
031300     .
031400 2100-EXIT.
031500     EXIT.
031600
031700 2200-CONFIRM-EXTRACT.
031800     SET AR1-AXC-CONFIRMED TO TRUE
031900     MOVE AR1-RUN-DATE TO AR1-AXC-CONFIRM-DATE
032000     REWRITE AR1-AXC-RECORD
032100         INVALID KEY
032200             DISPLAY 'AR1570: AP EXTRACT CONTROL REWRITE FAILED '
032300                 'FOR ' AR1-AXC-EXTRACT-ID
032400             MOVE 8 TO AR1-RETURN-CODE
032500     END-REWRITE
032600     ADD 1 TO AR1-CONFIRMED-COUNT
032700     MOVE 'CONFIRMED ' TO AR1-DTL-STATUS
032800     MOVE AR1-AXC-EXTRACT-ID TO AR1-DTL-EXTRACT
032900     MOVE AR1-AXC-REC-COUNT  TO AR1-DTL-COUNT
033000     MOVE AR1-AXC-HASH-TOTAL TO AR1-DTL-HASH
033100     MOVE AR1-DTL-LINE TO AR1-RPT-LINE
033200     WRITE AR1-RPT-LINE
033300     .
033400 2200-EXIT.
033500     EXIT.
033600
033700 2300-FLAG-MISMATCH.
033800*    THE FILE AP PAID FROM IS NOT THE FILE WE WROTE - THE
033900*    EXTRACT STAYS UNCONFIRMED AND THE BREAK GOES CRITICAL
034000*    ON THE MONITORING FEED TONIGHT
034100     ADD 1 TO AR1-MISMATCH-COUNT
034200     MOVE 'MISMATCH  ' TO AR1-DTL-STATUS
034300     MOVE AR1-AXC-EXTRACT-ID TO AR1-DTL-EXTRACT
034400     MOVE AR1-APK-REC-COUNT  TO AR1-DTL-COUNT
034500     MOVE AR1-APK-HASH-TOTAL TO AR1-DTL-HASH
034600     MOVE AR1-DTL-LINE TO AR1-RPT-LINE
034700     WRITE AR1-RPT-LINE
034800     MOVE 8 TO AR1-RETURN-CODE
034900
035000     INITIALIZE AR1-ALT-RECORD
035100     MOVE 'APMISMAT' TO AR1-ALT-ALERT-TYPE
035200     SET AR1-ALT-SEV-CRITICAL TO TRUE
035300     MOVE AR1-AXC-EXTRACT-ID    TO AR1-ALT-ACCOUNT-ID
035400     MOVE AR1-AXC-EXTRACT-DATE  TO AR1-ALT-TRANS-ID
035500     MOVE AR1-CURRENT-TIMESTAMP TO AR1-ALT-TIMESTAMP
035600     STRING 'AP REFUND ACK MISMATCH FOR EXTRACT '
035700         DELIMITED BY SIZE
035800         AR1-AXC-EXTRACT-ID DELIMITED BY SIZE
035900         INTO AR1-ALT-MESSAGE-TEXT
036000     WRITE AR1-ALT-RECORD
036100     .
036200 2300-EXIT.
036300     EXIT.
036400
036500 3000-SWEEP-UNCONFIRMED.
036600*    ANYTHING STILL UNCONFIRMED PAST THE AGE LIMIT MEANS THE
036700*    CHECK RUN NEVER PICKED IT UP OR THE ACKNOWLEDGMENT NEVER
036800*    CAME BACK
036900     IF AR1-AXC-EOF
037000         GO TO 3000-EXIT
037100     END-IF
037200     MOVE LOW-VALUES TO AR1-AXC-EXTRACT-ID
037300     START AP-EXTRACT-CONTROL KEY >= AR1-AXC-EXTRACT-ID
037400         INVALID KEY SET AR1-AXC-EOF TO TRUE
037500     END-START
037600     IF NOT AR1-AXC-EOF
037700         PERFORM 3200-READ-NEXT-CONTROL THRU 3200-EXIT
037800     END-IF
037900     PERFORM 3100-SWEEP-ONE-CONTROL THRU 3100-EXIT
038000         UNTIL AR1-AXC-EOF
038100     .
038200 3000-EXIT.
038300     EXIT.
038400
038500 3100-SWEEP-ONE-CONTROL.
038600     IF AR1-AXC-UNCONFIRMED
038700         AND AR1-AXC-EXTRACT-DATE <= AR1-CUTOFF-DATE
038800         ADD 1 TO AR1-STALE-COUNT
038900         MOVE 'UNCONFIRM ' TO AR1-DTL-STATUS
039000         MOVE AR1-AXC-EXTRACT-ID TO AR1-DTL-EXTRACT
039100         MOVE AR1-AXC-REC-COUNT  TO AR1-DTL-COUNT
039200         MOVE AR1-AXC-HASH-TOTAL TO AR1-DTL-HASH
039300         MOVE AR1-DTL-LINE TO AR1-RPT-LINE
039400         WRITE AR1-RPT-LINE
039500
039600         INITIALIZE AR1-ALT-RECORD
039700         MOVE 'APNOACK ' TO AR1-ALT-ALERT-TYPE
039800         SET AR1-ALT-SEV-WARNING TO TRUE
039900         MOVE AR1-AXC-EXTRACT-ID    TO AR1-ALT-ACCOUNT-ID
040000         MOVE AR1-AXC-EXTRACT-DATE  TO AR1-ALT-TRANS-ID
040100         MOVE AR1-CURRENT-TIMESTAMP TO AR1-ALT-TIMESTAMP
040200         STRING 'AP REFUND EXTRACT UNCONFIRMED SINCE '
040300             DELIMITED BY SIZE
040400             AR1-AXC-EXTRACT-DATE DELIMITED BY SIZE
040500             INTO AR1-ALT-MESSAGE-TEXT
040600         WRITE AR1-ALT-RECORD
040700         IF AR1-RETURN-CODE < 4
040800             MOVE 4 TO AR1-RETURN-CODE
040900         END-IF
041000     END-IF
041100     PERFORM 3200-READ-NEXT-CONTROL THRU 3200-EXIT
041200     .
041300 3100-EXIT.
041400     EXIT.
041500
041600 3200-READ-NEXT-CONTROL.
041700     READ AP-EXTRACT-CONTROL NEXT
041800         AT END SET AR1-AXC-EOF TO TRUE
041900     END-READ
042000     .
042100 3200-EXIT.
042200     EXIT.
042300
042400 4000-UPDATE-REFUNDS.
042500*    THE EXTRACT CONTROL RECORD IS THE TRUTH FOR EVERY REFUND
042600*    THAT WENT OUT ON IT - CONFIRMED MEANS THE CHECK WAS CUT,
042700*    UNCONFIRMED PAST THE AGE LIMIT MEANS IT WAS NOT
042800     IF NOT AR1-CONTROL-OPEN
042900         GO TO 4000-EXIT
043000     END-IF
043100     OPEN I-O REFUND-FILE
043200     IF AR1-RFD-FS NOT = '00'
043300         DISPLAY 'AR1570: NO REFUND FILE - STATUS '
043400             AR1-RFD-FS ' - REFUNDS NOT UPDATED'
043500         GO TO 4000-EXIT
043600     END-IF
043700     PERFORM 4200-READ-REFUND THRU 4200-EXIT
043800     PERFORM 4100-UPDATE-ONE-REFUND THRU 4100-EXIT
043900         UNTIL AR1-RFD-EOF
044000     CLOSE REFUND-FILE
044100     .
044200 4000-EXIT.
044300     EXIT.
044400
044500 4100-UPDATE-ONE-REFUND.
044600     IF NOT AR1-RFD-EXTRACTED
044700         AND NOT AR1-RFD-NOT-CUT
044800         GO TO 4100-READ-NEXT
044900     END-IF
045000     MOVE AR1-RFD-EXTRACT-ID TO AR1-AXC-EXTRACT-ID
045100     READ AP-EXTRACT-CONTROL
045200         INVALID KEY
045300             DISPLAY 'AR1570: EXTRACT ' AR1-RFD-EXTRACT-ID
045400                 ' NOT ON AP EXTRACT CONTROL - ACCOUNT '
045500                 AR1-RFD-ACCOUNT-ID
045600             GO TO 4100-READ-NEXT
045700     END-READ
045800
045900     IF AR1-AXC-CONFIRMED
046000         SET AR1-RFD-CONFIRMED TO TRUE
046100         MOVE AR1-AXC-CONFIRM-DATE TO AR1-RFD-CONFIRM-DATE
046200         REWRITE AR1-RFD-RECORD
046300         IF AR1-RFD-FS NOT = '00'
046400             PERFORM 4300-REWRITE-FAILED THRU 4300-EXIT
046500             GO TO 4100-EXIT
046600         END-IF
046700         GO TO 4100-READ-NEXT
046800     END-IF
046900     IF AR1-AXC-EXTRACT-DATE > AR1-CUTOFF-DATE
047000         GO TO 4100-READ-NEXT
047100     END-IF
047200
047300     IF AR1-RFD-EXTRACTED
047400         SET AR1-RFD-NOT-CUT TO TRUE
047500         REWRITE AR1-RFD-RECORD
047600         IF AR1-RFD-FS NOT = '00'
047700             PERFORM 4300-REWRITE-FAILED THRU 4300-EXIT
047800             GO TO 4100-EXIT
047900         END-IF
048000     END-IF
048100     ADD 1 TO AR1-NOT-CUT-COUNT
048200     ADD AR1-RFD-AMOUNT TO AR1-NOT-CUT-TOTAL
048300     MOVE AR1-RFD-ACCOUNT-ID TO AR1-RFL-ACCOUNT
048400     MOVE AR1-RFD-ITEM-DATE  TO AR1-RFL-ITEM-DATE
048500     MOVE AR1-RFD-ITEM-TRANS TO AR1-RFL-TRANS
048600     MOVE AR1-RFD-EXTRACT-ID TO AR1-RFL-EXTRACT
048700     MOVE AR1-RFD-AMOUNT     TO AR1-RFL-AMOUNT
048800     MOVE AR1-NCT-DTL-LINE TO AR1-RPT-LINE
048900     WRITE AR1-RPT-LINE
049000     .
049100 4100-READ-NEXT.
049200     PERFORM 4200-READ-REFUND THRU 4200-EXIT
049300     .
049400 4100-EXIT.
049500     EXIT.
049600
049700 4200-READ-REFUND.
049800     READ REFUND-FILE
049900         AT END SET AR1-RFD-EOF TO TRUE
050000     END-READ
050100     .
050200 4200-EXIT.
050300     EXIT.
050400
050500 4300-REWRITE-FAILED.
050600*    A REFUND LEFT SHOWING THE WRONG STATE WOULD HIDE A CHECK
050700*    THAT WAS NEVER CUT - THE PASS STOPS AND THE RUN IS BLOCKED
050800*    SO IT IS RERUN ONCE THE FILE IS FIXED
050900     DISPLAY 'AR1570: REFUND REWRITE FAILED - STATUS '
051000         AR1-RFD-FS ' - ACCOUNT ' AR1-RFD-ACCOUNT-ID
051100         ' EXTRACT ' AR1-RFD-EXTRACT-ID ' - RUN BLOCKED'
051200     SET AR1-RUN-BLOCKED TO TRUE
051300     SET AR1-RFD-EOF TO TRUE
051400     MOVE 8 TO AR1-RETURN-CODE
051500     .
051600 4300-EXIT.
051700     EXIT.
051800
051900 9000-TERMINATE.
052000     MOVE AR1-CONFIRMED-COUNT TO AR1-TOT-CONFIRMED
052100     MOVE AR1-MISMATCH-COUNT  TO AR1-TOT-MISMATCH
052200     MOVE AR1-ORPHAN-COUNT    TO AR1-TOT-ORPHAN
052300     MOVE AR1-STALE-COUNT     TO AR1-TOT-STALE
052400     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
052500     WRITE AR1-RPT-LINE
052600     MOVE AR1-NOT-CUT-COUNT TO AR1-NCT-COUNT
052700     MOVE AR1-NOT-CUT-TOTAL TO AR1-NCT-AMOUNT
052800     MOVE AR1-NCT-LINE TO AR1-RPT-LINE
052900     WRITE AR1-RPT-LINE
053000
053100     CLOSE MATCH-RPT ALERT-FILE
053200     IF AR1-ACK-OPEN
053300         CLOSE ACK-FILE-IN
053400     END-IF
053500     IF AR1-CONTROL-OPEN
053600         CLOSE AP-EXTRACT-CONTROL
053700     END-IF
053800
053900     IF NOT AR1-RUN-BLOCKED
054000         INITIALIZE LK-AR1140-PARMS
054100         SET LK-RCN-END TO TRUE
054200         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
054300         MOVE 'AR1570  ' TO LK-RCN-PROGRAM-ID
054400         MOVE AR1-ACK-READ TO LK-RCN-RECORD-COUNT
054500         CALL 'AR1140' USING LK-AR1140-PARMS
054600     END-IF
054700     .
054800 9000-EXIT.
054900     EXIT.
