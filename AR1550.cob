000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1550.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1550 - UNAPPLIED-CASH REFUND REVIEW / APPROVAL SCREEN    *
000900*                                                                *
001000*    SECOND HALF OF THE REFUND CONTROL.  AR1540 QUEUES EACH     *
001100*    PROPOSED REFUND TO THE REFUND FILE; THIS SCREEN WALKS A    *
001200*    DIFFERENT, SUFFICIENTLY AUTHORIZED OPERATOR THROUGH EACH   *
001300*    PENDING PROPOSAL TO APPROVE OR REJECT IT, UNDER THE SAME   *
001400*    RULES AR1260 APPLIES TO QUEUED ADJUSTMENTS: NEVER THEIR    *
001500*    OWN PROPOSAL, NEVER AN AMOUNT OVER THEIR APPROVE-LIMIT.    *
001600*    AN APPROVAL CLOSES THE UNAPPLIED-CASH ITEM, RAISES THE     *
001700*    BALANCE MASTER BY THE AMOUNT PAID BACK (THE CREDIT THE     *
001800*    UNAPPLIED CASH HELD IS GONE) AND WRITES AN AUDIT RECORD    *
001900*    UNDER SOURCE AR1550 WITH THE PROPOSAL'S REASON CODE -      *
002000*    AR1250 BOOKS THAT MOVEMENT TO THE AP REFUND CLEARING GL    *
002100*    ACCOUNT.  THE APPROVED REFUND THEN WAITS FOR THE AR1560    *
002200*    AP PAYEE EXTRACT.  AS ON AR1260 THE AUDIT RUN-ID CARRIES   *
002300*    THE APPROVER AND TRANS-ID THE REQUESTER.                   *
002400*                                                                *
002500*    DECISION CODES: A=APPROVE  R=REJECT  BLANK=SKIP            *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT  DESCRIPTION                               *
002900*    ---------- ----  ------------------------------------------*
003000*    2026-10-15 RVH   ORIGINAL REFUND APPROVAL SCREEN           *
003100*    2026-10-15 RVH   UPDATE FILES CHECKED AT OPEN - ANY FAILURE*
003200*                     REFUSES APPROVALS WITH RC 8.  THE ITEM IS *
003300*                     CLOSED BEFORE THE BALANCE IS POSTED AND A *
003400*                     FAILED UPDATE BACKS OUT THE ONES BEFORE IT,*
003500*                     LEAVING THE REFUND PENDING                *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-390.
004000 OBJECT-COMPUTER. IBM-390.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT REFUND-FILE ASSIGN TO REFPEND
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS AR1-RFD-FS.
004600
004700     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS AR1-OPR-OPERATOR-ID
005100         FILE STATUS IS AR1-OPR-FS.
005200
005300     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS AR1-BAL-ACCOUNT-ID
005700         FILE STATUS IS AR1-BAL-FS.
005800
005900     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS AR1-OPI-KEY
006300         FILE STATUS IS AR1-OPI-FS.
006400
006500     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS AR1-ACM-ACCOUNT-ID
006900         FILE STATUS IS AR1-ACM-FS.
007000
007100     SELECT AUDIT-FILE ASSIGN TO AUDTFILE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS AR1-AUD-FS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  REFUND-FILE
007800     RECORDING MODE IS F.
007900     COPY AR1RFD.
008000
008100 FD  OPERATOR-SECURITY
008200     RECORDING MODE IS F.
008300     COPY AR1OPR.
008400
008500 FD  BALANCE-MASTER
008600     RECORDING MODE IS F.
008700     COPY AR1BAL.
008800
008900 FD  OPEN-ITEM-FILE
009000     RECORDING MODE IS F.
009100     COPY AR1OPI.
009200
009300 FD  ACCOUNT-MASTER
009400     RECORDING MODE IS F.
009500     COPY AR1ACM.
009600
009700 FD  AUDIT-FILE
009800     RECORDING MODE IS F.
009900     COPY AR1AUD.
010000
010100 WORKING-STORAGE SECTION.
010200 01  AR1-FILE-STATUSES.
010300     05  AR1-RFD-FS              PIC X(02) VALUE '00'.
010400     05  AR1-OPR-FS              PIC X(02) VALUE '00'.
010500     05  AR1-BAL-FS              PIC X(02) VALUE '00'.
010600     05  AR1-OPI-FS              PIC X(02) VALUE '00'.
010700     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
010800     05  AR1-AUD-FS              PIC X(02) VALUE '00'.
010900
011000 01  AR1-SWITCHES.
011100     05  AR1-RFD-EOF-SWITCH      PIC X(01) VALUE 'N'.
011200         88  AR1-RFD-EOF             VALUE 'Y'.
011300     05  AR1-APPROVER-OK-SWITCH  PIC X(01) VALUE 'N'.
011400         88  AR1-APPROVER-OK         VALUE 'Y'.
011500     05  AR1-POSTABLE-SWITCH     PIC X(01) VALUE 'N'.
011600         88  AR1-POSTABLE            VALUE 'Y'.
011700     05  AR1-SEC-OPEN-SWITCH     PIC X(01) VALUE 'N'.
011800         88  AR1-SECURITY-OPEN       VALUE 'Y'.
011900     05  AR1-RFD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012000         88  AR1-REFUNDS-OPEN        VALUE 'Y'.
012100     05  AR1-UPD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012200         88  AR1-UPDATE-FILES-OPEN   VALUE 'Y'.
012300
012400 01  AR1-CURRENT-TIMESTAMP       PIC X(26).
012500 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
012600
012700 01  AR1-APPROVER-FIELDS.
012800     05  AR1-APPROVER-ID         PIC X(08) VALUE SPACES.
012900     05  AR1-APPROVE-LIMIT       PIC S9(7)V99 VALUE ZERO.
013000
013100 01  AR1-WORK-FIELDS.
013200     05  AR1-SCR-DECISION        PIC X(01) VALUE SPACE.
013300         88  AR1-DECISION-APPROVE    VALUE 'A'.
013400         88  AR1-DECISION-REJECT     VALUE 'R'.
013500         88  AR1-DECISION-SKIP       VALUE ' '.
013600     05  AR1-BEFORE-AMOUNT       PIC S9(7)V99 VALUE ZERO.
013700     05  AR1-AFTER-AMOUNT        PIC S9(7)V99 VALUE ZERO.
013800     05  AR1-POSTED-STEPS        PIC 9(01) VALUE ZERO.
013900         88  AR1-NOTHING-POSTED      VALUE 0.
014000     05  AR1-SCR-PAYEE-NAME      PIC X(30) VALUE SPACES.
014100     05  AR1-TS-SPLIT.
014200         10  AR1-TS-DATE         PIC X(08).
014300         10  FILLER              PIC X(18).
014400
014500 01  AR1-SAVED-IMAGES.
014600     05  AR1-SAVED-OPI-RECORD    PIC X(102).
014700     05  AR1-SAVED-BAL-RECORD    PIC X(69).
014800
014900 01  AR1-COUNTERS.
015000     05  AR1-APPROVED-COUNT      PIC 9(05) COMP VALUE ZERO.
015100     05  AR1-REJECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
015200     05  AR1-SKIPPED-COUNT       PIC 9(05) COMP VALUE ZERO.
015300
015400 01  AR1-TOTALS.
015500     05  AR1-REFUNDED-TOTAL      PIC S9(09)V99 VALUE ZERO.
015600
015700 SCREEN SECTION.
015800 01  AR1-SIGNON-SCREEN.
015900     05  BLANK SCREEN.
016000     05  LINE 01 COLUMN 01
016100         VALUE 'AR1550  UNAPPLIED-CASH REFUND REVIEW'.
016200     05  LINE 03 COLUMN 01 VALUE 'APPROVER ID. . . . . .'.
016300     05  LINE 03 COLUMN 24 PIC X(08)
016400         USING AR1-APPROVER-ID.
016500
016600 01  AR1-REVIEW-SCREEN.
016700     05  BLANK SCREEN.
016800     05  LINE 01 COLUMN 01
016900         VALUE 'AR1550  UNAPPLIED-CASH REFUND REVIEW'.
017000     05  LINE 03 COLUMN 01 VALUE 'ACCOUNT ID . . . . . .'.
017100     05  LINE 03 COLUMN 24 PIC X(10)
017200         FROM AR1-RFD-ACCOUNT-ID.
017300     05  LINE 04 COLUMN 01 VALUE 'PAYEE. . . . . . . . .'.
017400     05  LINE 04 COLUMN 24 PIC X(30)
017500         FROM AR1-SCR-PAYEE-NAME.
017600     05  LINE 05 COLUMN 01 VALUE 'ITEM DATE. . . . . . .'.
017700     05  LINE 05 COLUMN 24 PIC X(08)
017800         FROM AR1-RFD-ITEM-DATE.
017900     05  LINE 06 COLUMN 01 VALUE 'ITEM REFERENCE . . . .'.
018000     05  LINE 06 COLUMN 24 PIC X(10)
018100         FROM AR1-RFD-ITEM-TRANS.
018200     05  LINE 07 COLUMN 01 VALUE 'DAYS UNAPPLIED . . . .'.
018300     05  LINE 07 COLUMN 24 PIC ZZZZ9
018400         FROM AR1-RFD-DAYS-UNAPPLIED.
018500     05  LINE 08 COLUMN 01 VALUE 'AMOUNT TO REFUND . . .'.
018600     05  LINE 08 COLUMN 24 PIC ZZZZZZ9.99-
018700         FROM AR1-RFD-AMOUNT.
018800     05  LINE 09 COLUMN 01 VALUE 'PROPOSED BY. . . . . .'.
018900     05  LINE 09 COLUMN 24 PIC X(08)
019000         FROM AR1-RFD-PROPOSED-BY.
019100     05  LINE 10 COLUMN 01 VALUE 'PROPOSED ON. . . . . .'.
019200     05  LINE 10 COLUMN 24 PIC X(08)
019300         FROM AR1-TS-DATE.
019400     05  LINE 11 COLUMN 01 VALUE 'REASON CODE. . . . . .'.
019500     05  LINE 11 COLUMN 24 PIC X(04)
019600         FROM AR1-RFD-REASON-CODE.
019700     05  LINE 13 COLUMN 01 VALUE 'DECISION (A/R/BLANK) .'.
019800     05  LINE 13 COLUMN 24 PIC X(01)
019900         USING AR1-SCR-DECISION.
020000
020100 PROCEDURE DIVISION.
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020400     IF AR1-APPROVER-OK
020500         PERFORM 2000-REVIEW-ONE-PENDING THRU 2000-EXIT
020600             UNTIL AR1-RFD-EOF
020700     END-IF
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT
020900     MOVE AR1-RETURN-CODE TO RETURN-CODE
021000     GOBACK.
021100
021200 1000-INITIALIZE.
021300     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
021400     OPEN INPUT OPERATOR-SECURITY
021500     IF AR1-OPR-FS NOT = '00'
021600         DISPLAY 'AR1550: OPERATOR SECURITY FILE NOT '
021700             'AVAILABLE - NOTHING CAN BE APPROVED'
021800         MOVE 8 TO AR1-RETURN-CODE
021900         GO TO 1000-EXIT
022000     END-IF
022100     SET AR1-SECURITY-OPEN TO TRUE
022200
022300     DISPLAY AR1-SIGNON-SCREEN
022400     ACCEPT  AR1-SIGNON-SCREEN
022500     PERFORM 1100-CHECK-APPROVER THRU 1100-EXIT
022600     IF NOT AR1-APPROVER-OK
022700         MOVE 8 TO AR1-RETURN-CODE
022800         GO TO 1000-EXIT
022900     END-IF
023000
023100     OPEN I-O REFUND-FILE
023200     IF AR1-RFD-FS NOT = '00'
023300         DISPLAY 'AR1550: NO PROPOSED REFUNDS ON FILE'
023400         SET AR1-RFD-EOF TO TRUE
023500         GO TO 1000-EXIT
023600     END-IF
023700     SET AR1-REFUNDS-OPEN TO TRUE
023800     OPEN I-O BALANCE-MASTER
023900     OPEN I-O OPEN-ITEM-FILE
024000     OPEN INPUT ACCOUNT-MASTER
024100     OPEN EXTEND AUDIT-FILE
024200     IF AR1-AUD-FS = '05' OR '35'
024300         OPEN OUTPUT AUDIT-FILE
024400     END-IF
024500*    AN APPROVAL NEEDS ALL FOUR FILES - WITHOUT THE AUDIT
024600*    RECORD AR1250 WOULD NEVER BOOK THE REFUND TO AP
024700     IF AR1-BAL-FS NOT = '00' OR AR1-OPI-FS NOT = '00'
024800         OR AR1-ACM-FS NOT = '00' OR AR1-AUD-FS NOT = '00'
024900         DISPLAY 'AR1550: BALANCE MASTER ' AR1-BAL-FS
025000             ' OPEN ITEM ' AR1-OPI-FS ' ACCOUNT MASTER '
025100             AR1-ACM-FS ' AUDIT ' AR1-AUD-FS
025200         DISPLAY 'AR1550: UPDATE FILES NOT AVAILABLE - NOTHING '
025300             'CAN BE APPROVED'
025400         PERFORM 1200-CLOSE-OPENED-FILES THRU 1200-EXIT
025500         MOVE 8 TO AR1-RETURN-CODE
025600         SET AR1-RFD-EOF TO TRUE
025700         GO TO 1000-EXIT
025800     END-IF
025900     SET AR1-UPDATE-FILES-OPEN TO TRUE
026000     PERFORM 2100-READ-PENDING THRU 2100-EXIT
026100     .
026200 1000-EXIT.
026300     EXIT.
026400
026500 1100-CHECK-APPROVER.
026600     MOVE 'N' TO AR1-APPROVER-OK-SWITCH
026700     IF AR1-APPROVER-ID = SPACES
026800         DISPLAY 'APPROVER ID IS REQUIRED'
026900         GO TO 1100-EXIT
027000     END-IF
027100     MOVE AR1-APPROVER-ID TO AR1-OPR-OPERATOR-ID
027200     READ OPERATOR-SECURITY
027300         INVALID KEY
027400             DISPLAY 'APPROVER NOT ON SECURITY FILE'
027500         NOT INVALID KEY
027600             IF NOT AR1-OPR-ACTIVE
027700                 DISPLAY 'APPROVER NOT ACTIVE'
027800             ELSE
027900                 IF AR1-OPR-APPROVE-LIMIT > ZERO
028000                     MOVE AR1-OPR-APPROVE-LIMIT
028100                         TO AR1-APPROVE-LIMIT
028200                     SET AR1-APPROVER-OK TO TRUE
028300                 ELSE
028400                     DISPLAY 'OPERATOR HAS NO APPROVAL '
028500                         'AUTHORITY'
028600                 END-IF
028700             END-IF
028800     END-READ
028900     .
029000 1100-EXIT.
029100     EXIT.
029200
029300 1200-CLOSE-OPENED-FILES.
029400     IF AR1-BAL-FS = '00'
029500         CLOSE BALANCE-MASTER
029600     END-IF
029700     IF AR1-OPI-FS = '00'
029800         CLOSE OPEN-ITEM-FILE
029900     END-IF
030000     IF AR1-ACM-FS = '00'
030100         CLOSE ACCOUNT-MASTER
030200     END-IF
030300     IF AR1-AUD-FS = '00'
030400         CLOSE AUDIT-FILE
030500     END-IF
030600     .
030700 1200-EXIT.
030800     EXIT.
030900
031000 2000-REVIEW-ONE-PENDING.
031100     IF NOT AR1-RFD-PENDING
031200         GO TO 2000-READ-NEXT
031300     END-IF
031400
031500     MOVE AR1-RFD-TIMESTAMP TO AR1-TS-SPLIT
031600     MOVE AR1-RFD-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
031700     READ ACCOUNT-MASTER
031800         INVALID KEY
031900             MOVE '*** NOT ON ACCOUNT MASTER ***'
032000                 TO AR1-SCR-PAYEE-NAME
032100         NOT INVALID KEY
032200             MOVE AR1-ACM-NAME TO AR1-SCR-PAYEE-NAME
032300     END-READ
032400     MOVE SPACE TO AR1-SCR-DECISION
032500     DISPLAY AR1-REVIEW-SCREEN
032600     ACCEPT  AR1-REVIEW-SCREEN
032700
032800     EVALUATE TRUE
032900         WHEN AR1-DECISION-APPROVE
033000             PERFORM 3000-APPROVE-REFUND THRU 3000-EXIT
033100         WHEN AR1-DECISION-REJECT
033200             PERFORM 4000-REJECT-REFUND THRU 4000-EXIT
033300         WHEN OTHER
033400             ADD 1 TO AR1-SKIPPED-COUNT
033500     END-EVALUATE
033600     .
033700 2000-READ-NEXT.
033800     PERFORM 2100-READ-PENDING THRU 2100-EXIT
033900     .
034000 2000-EXIT.
034100     EXIT.
034200
034300 2100-READ-PENDING.
034400     READ REFUND-FILE
034500         AT END SET AR1-RFD-EOF TO TRUE
034600     END-READ
034700     .
034800 2100-EXIT.
034900     EXIT.
035000
035100 3000-APPROVE-REFUND.
035200     IF AR1-RFD-PROPOSED-BY = AR1-APPROVER-ID
035300         DISPLAY 'YOU CANNOT APPROVE YOUR OWN REFUND'
035400         ADD 1 TO AR1-SKIPPED-COUNT
035500         GO TO 3000-EXIT
035600     END-IF
035700     IF AR1-RFD-AMOUNT > AR1-APPROVE-LIMIT
035800         DISPLAY 'AMOUNT EXCEEDS YOUR APPROVAL LIMIT - '
035900             'ITEM SKIPPED'
036000         ADD 1 TO AR1-SKIPPED-COUNT
036100         GO TO 3000-EXIT
036200     END-IF
036300
036400     PERFORM 3100-CHECK-ITEM THRU 3100-EXIT
036500     IF NOT AR1-POSTABLE
036600         ADD 1 TO AR1-SKIPPED-COUNT
036700         GO TO 3000-EXIT
036800     END-IF
036900     PERFORM 3150-CHECK-ACCOUNT THRU 3150-EXIT
037000     IF NOT AR1-POSTABLE
037100         ADD 1 TO AR1-SKIPPED-COUNT
037200         GO TO 3000-EXIT
037300     END-IF
037400     PERFORM 3180-CHECK-BALANCE THRU 3180-EXIT
037500     IF NOT AR1-POSTABLE
037600         ADD 1 TO AR1-SKIPPED-COUNT
037700         GO TO 3000-EXIT
037800     END-IF
037900
038000*    THE ITEM IS CLOSED FIRST SO IT CANNOT BE PROPOSED AND
038100*    REFUNDED TWICE; EACH LATER UPDATE THAT FAILS BACKS OUT THE
038200*    ONES BEFORE IT AND THE REFUND STAYS PENDING.  ONLY WHEN ALL
038300*    HAVE POSTED IS THE REFUND MARKED APPROVED FOR AR1560.
038400     MOVE ZERO TO AR1-POSTED-STEPS
038500     PERFORM 3300-CLOSE-ITEM THRU 3300-EXIT
038600     IF AR1-POSTABLE
038700         PERFORM 3200-POST-TO-BALANCE THRU 3200-EXIT
038800     END-IF
038900     IF AR1-POSTABLE
039000         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
039100     END-IF
039200     IF AR1-POSTABLE
039300         SET AR1-RFD-APPROVED TO TRUE
039400         MOVE AR1-APPROVER-ID TO AR1-RFD-APPROVER-ID
039500         MOVE AR1-CURRENT-TIMESTAMP TO AR1-TS-SPLIT
039600         MOVE AR1-TS-DATE TO AR1-RFD-DECIDED-DATE
039700         SET AR1-RFD-NOT-EXTRACTED TO TRUE
039800         REWRITE AR1-RFD-RECORD
039900         IF AR1-RFD-FS NOT = '00'
040000             DISPLAY 'REFUND FILE REWRITE FAILED - STATUS '
040100                 AR1-RFD-FS
040200             MOVE 'N' TO AR1-POSTABLE-SWITCH
040300         END-IF
040400     END-IF
040500     IF NOT AR1-POSTABLE
040600         PERFORM 3900-BACK-OUT THRU 3900-EXIT
040700         ADD 1 TO AR1-SKIPPED-COUNT
040800         MOVE 8 TO AR1-RETURN-CODE
040900         GO TO 3000-EXIT
041000     END-IF
041100     ADD 1 TO AR1-APPROVED-COUNT
041200     ADD AR1-RFD-AMOUNT TO AR1-REFUNDED-TOTAL
041300     DISPLAY 'REFUND APPROVED AND POSTED - QUEUED FOR AP'
041400     .
041500 3000-EXIT.
041600     EXIT.
041700
041800 3100-CHECK-ITEM.
041900*    THE PROPOSAL WAS MADE AGAINST THE ITEM AS IT STOOD THEN;
042000*    CASH APPLIED TO A CHARGE SINCE MEANS THE AMOUNT NO LONGER
042100*    MATCHES - LEAVE IT PENDING
042200     MOVE 'N' TO AR1-POSTABLE-SWITCH
042300     MOVE AR1-RFD-ITEM-KEY TO AR1-OPI-KEY
042400     READ OPEN-ITEM-FILE
042500         INVALID KEY
042600             DISPLAY 'UNAPPLIED ITEM NO LONGER ON FILE - ITEM '
042700                 'SKIPPED'
042800             GO TO 3100-EXIT
042900     END-READ
043000     IF NOT AR1-OPI-OPEN
043100         OR NOT AR1-OPI-UNAPPLIED
043200         OR AR1-OPI-OPEN-AMT NOT = AR1-RFD-AMOUNT
043300         DISPLAY 'ITEM HAS BEEN APPLIED OR CHANGED SINCE IT WAS '
043400             'PROPOSED - ITEM LEFT PENDING'
043500         GO TO 3100-EXIT
043600     END-IF
043700     SET AR1-POSTABLE TO TRUE
043800     MOVE AR1-OPI-RECORD TO AR1-SAVED-OPI-RECORD
043900     .
044000 3100-EXIT.
044100     EXIT.
044200
044300 3150-CHECK-ACCOUNT.
044400*    THERE HAS TO BE A PAYEE FOR THE AP EXTRACT, AND CASH ON AN
044500*    ACCOUNT WITH WRITE-OFF STILL UNRECOVERED BELONGS TO THE
044600*    RECOVERY, NOT TO THE CUSTOMER - THE WRITE-OFF MAY HAVE
044700*    BEEN APPROVED SINCE THE REFUND WAS PROPOSED
044800     MOVE 'N' TO AR1-POSTABLE-SWITCH
044900     MOVE AR1-RFD-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
045000     READ ACCOUNT-MASTER
045100         INVALID KEY
045200             DISPLAY 'ACCOUNT NOT ON ACCOUNT MASTER - NO PAYEE, '
045300                 'ITEM LEFT PENDING'
045400             GO TO 3150-EXIT
045500     END-READ
045600     IF AR1-ACM-WOFF-AMOUNT > AR1-ACM-RECOVERED-AMT
045700         DISPLAY 'ACCOUNT HAS BAD-DEBT WRITE-OFF NOT RECOVERED '
045800             '- ITEM LEFT PENDING'
045900         GO TO 3150-EXIT
046000     END-IF
046100     SET AR1-POSTABLE TO TRUE
046200     .
046300 3150-EXIT.
046400     EXIT.
046500
046600 3180-CHECK-BALANCE.
046700*    UNAPPLIED CASH IS A CREDIT ON THE BALANCE; PAYING IT BACK
046800*    TAKES THE CREDIT AWAY, SO THE BALANCE GOES UP
046900     MOVE 'N' TO AR1-POSTABLE-SWITCH
047000     MOVE AR1-RFD-ACCOUNT-ID TO AR1-BAL-ACCOUNT-ID
047100     READ BALANCE-MASTER
047200         INVALID KEY
047300             DISPLAY 'ACCOUNT NOT ON BALANCE MASTER - ITEM '
047400                 'LEFT PENDING'
047500             GO TO 3180-EXIT
047600     END-READ
047700     SET AR1-POSTABLE TO TRUE
047800     MOVE AR1-BALANCE-RECORD TO AR1-SAVED-BAL-RECORD
047900     MOVE AR1-BAL-AMOUNT TO AR1-BEFORE-AMOUNT
048000     COMPUTE AR1-AFTER-AMOUNT =
048100         AR1-BEFORE-AMOUNT + AR1-RFD-AMOUNT
048200     .
048300 3180-EXIT.
048400     EXIT.
048500
048600 3200-POST-TO-BALANCE.
048700     MOVE AR1-AFTER-AMOUNT TO AR1-BAL-AMOUNT
048800     MOVE AR1-CURRENT-TIMESTAMP TO AR1-BAL-LAST-UPDATED
048900     REWRITE AR1-BALANCE-RECORD
049000         INVALID KEY
049100             CONTINUE
049200     END-REWRITE
049300     IF AR1-BAL-FS NOT = '00'
049400         DISPLAY 'BALANCE REWRITE FAILED - STATUS ' AR1-BAL-FS
049500         MOVE 'N' TO AR1-POSTABLE-SWITCH
049600         GO TO 3200-EXIT
049700     END-IF
049800     MOVE 2 TO AR1-POSTED-STEPS
049900     .
050000 3200-EXIT.
050100     EXIT.
050200
050300 3300-CLOSE-ITEM.
050400     MOVE ZERO TO AR1-OPI-OPEN-AMT
050500     SET AR1-OPI-CLOSED TO TRUE
050600     MOVE 'REFUND' TO AR1-OPI-LAST-TRANS-ID
050700     MOVE AR1-CURRENT-TIMESTAMP TO AR1-OPI-LAST-TIMESTAMP
050800     REWRITE AR1-OPI-RECORD
050900         INVALID KEY
051000             CONTINUE
051100     END-REWRITE
051200     IF AR1-OPI-FS NOT = '00'
051300         DISPLAY 'OPEN ITEM REWRITE FAILED - STATUS ' AR1-OPI-FS
051400             ' ACCOUNT ' AR1-RFD-ACCOUNT-ID
051500             ' TRANS ' AR1-RFD-ITEM-TRANS
051600         MOVE 'N' TO AR1-POSTABLE-SWITCH
051700         GO TO 3300-EXIT
051800     END-IF
051900     MOVE 1 TO AR1-POSTED-STEPS
052000     .
052100 3300-EXIT.
052200     EXIT.
052300
052400 3500-WRITE-AUDIT.
052500     PERFORM 3510-BUILD-AUDIT THRU 3510-EXIT
052600     WRITE AR1-AUD-RECORD
052700     IF AR1-AUD-FS NOT = '00'
052800         DISPLAY 'AUDIT WRITE FAILED - STATUS ' AR1-AUD-FS
052900         MOVE 'N' TO AR1-POSTABLE-SWITCH
053000         GO TO 3500-EXIT
053100     END-IF
053200     MOVE 3 TO AR1-POSTED-STEPS
053300     .
053400 3500-EXIT.
053500     EXIT.
053600
053700 3510-BUILD-AUDIT.
053800     INITIALIZE AR1-AUD-RECORD
053900*    RUN-ID CARRIES THE APPROVER, TRANS-ID THE REQUESTER, SO
054000*    BOTH IDENTITIES SIT ON THE AUDIT TRAIL
054100     MOVE AR1-APPROVER-ID       TO AR1-AUD-RUN-ID
054200     MOVE AR1-CURRENT-TIMESTAMP TO AR1-AUD-TIMESTAMP
054300     MOVE AR1-RFD-ACCOUNT-ID    TO AR1-AUD-ACCOUNT-ID
054400     MOVE AR1-RFD-PROPOSED-BY   TO AR1-AUD-TRANS-ID
054500     MOVE AR1-RFD-REASON-CODE   TO AR1-AUD-REASON-CODE
054600     MOVE AR1-BEFORE-AMOUNT     TO AR1-AUD-BEFORE-AMOUNT
054700     COMPUTE AR1-AUD-AMOUNT-ADDED =
054800         AR1-AFTER-AMOUNT - AR1-BEFORE-AMOUNT
054900     MOVE AR1-AFTER-AMOUNT      TO AR1-AUD-AFTER-AMOUNT
055000     SET AR1-AUD-WAS-NOT-CAPPED TO TRUE
055100     MOVE 'AR1550'              TO AR1-AUD-SOURCE
055200     .
055300 3510-EXIT.
055400     EXIT.
055500
055600 3900-BACK-OUT.
055700*    UNDOES WHATEVER OF THE APPROVAL HAD POSTED, LATEST FIRST.
055800*    AN AUDIT RECORD ALREADY WRITTEN IS CANCELLED BY ITS MIRROR
055900*    IMAGE SO AR1250 BOOKS NOTHING FOR IT.
056000     IF AR1-NOTHING-POSTED
056100         GO TO 3900-EXIT
056200     END-IF
056300     IF AR1-POSTED-STEPS NOT < 3
056400         PERFORM 3510-BUILD-AUDIT THRU 3510-EXIT
056500         MOVE AR1-AFTER-AMOUNT  TO AR1-AUD-BEFORE-AMOUNT
056600         COMPUTE AR1-AUD-AMOUNT-ADDED =
056700             AR1-BEFORE-AMOUNT - AR1-AFTER-AMOUNT
056800         MOVE AR1-BEFORE-AMOUNT TO AR1-AUD-AFTER-AMOUNT
056900         WRITE AR1-AUD-RECORD
057000         IF AR1-AUD-FS NOT = '00'
057100             DISPLAY 'AUDIT BACK-OUT FAILED - STATUS ' AR1-AUD-FS
057200                 ' - ACCOUNT ' AR1-RFD-ACCOUNT-ID
057300                 ' NEEDS A MANUAL GL CORRECTION'
057400         END-IF
057500     END-IF
057600     IF AR1-POSTED-STEPS NOT < 2
057700         MOVE AR1-SAVED-BAL-RECORD TO AR1-BALANCE-RECORD
057800         REWRITE AR1-BALANCE-RECORD
057900             INVALID KEY
058000                 CONTINUE
058100         END-REWRITE
058200         IF AR1-BAL-FS NOT = '00'
058300             DISPLAY 'BALANCE BACK-OUT FAILED - STATUS '
058400                 AR1-BAL-FS ' - CORRECT ' AR1-RFD-ACCOUNT-ID
058500                 ' BY HAND'
058600         END-IF
058700     END-IF
058800     MOVE AR1-SAVED-OPI-RECORD TO AR1-OPI-RECORD
058900     REWRITE AR1-OPI-RECORD
059000         INVALID KEY
059100             CONTINUE
059200     END-REWRITE
059300     IF AR1-OPI-FS NOT = '00'
059400         DISPLAY 'OPEN ITEM BACK-OUT FAILED - STATUS '
059500             AR1-OPI-FS ' - REOPEN ' AR1-RFD-ITEM-TRANS
059600             ' BY HAND'
059700     END-IF
059800     DISPLAY 'REFUND BACKED OUT - PROPOSAL LEFT PENDING'
059900     .
060000 3900-EXIT.
060100     EXIT.
060200
060300 4000-REJECT-REFUND.
060400     SET AR1-RFD-REJECTED TO TRUE
060500     MOVE AR1-APPROVER-ID TO AR1-RFD-APPROVER-ID
060600     MOVE AR1-CURRENT-TIMESTAMP TO AR1-TS-SPLIT
060700     MOVE AR1-TS-DATE TO AR1-RFD-DECIDED-DATE
060800     REWRITE AR1-RFD-RECORD
060900     IF AR1-RFD-FS NOT = '00'
061000         DISPLAY 'REFUND FILE REWRITE FAILED - STATUS '
061100             AR1-RFD-FS ' - REJECTION NOT RECORDED'
061200         ADD 1 TO AR1-SKIPPED-COUNT
061300         MOVE 8 TO AR1-RETURN-CODE
061400         GO TO 4000-EXIT
061500     END-IF
061600     ADD 1 TO AR1-REJECTED-COUNT
061700     DISPLAY 'REFUND REJECTED - NOTHING POSTED'
061800     .
061900 4000-EXIT.
062000     EXIT.
062100
062200 9000-TERMINATE.
062300     DISPLAY 'AR1550: APPROVED ' AR1-APPROVED-COUNT
062400         ' REJECTED ' AR1-REJECTED-COUNT
062500         ' SKIPPED ' AR1-SKIPPED-COUNT
062600     DISPLAY 'AR1550: AMOUNT REFUNDED ' AR1-REFUNDED-TOTAL
062700     IF AR1-SECURITY-OPEN
062800         CLOSE OPERATOR-SECURITY
062900     END-IF
063000     IF AR1-REFUNDS-OPEN
063100         CLOSE REFUND-FILE
063200     END-IF
063300     IF AR1-UPDATE-FILES-OPEN
063400         CLOSE BALANCE-MASTER OPEN-ITEM-FILE
063500               ACCOUNT-MASTER AUDIT-FILE
063600     END-IF
063700     .
063800 9000-EXIT.
063900     EXIT.
