000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1430.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1430 - BAD-DEBT WRITE-OFF REVIEW / APPROVAL SCREEN       *
000900*                                                                *
001000*    SECOND HALF OF THE WRITE-OFF CONTROL.  AR1420 QUEUES EACH  *
001100*    PROPOSED WRITE-OFF TO THE WRITE-OFF PENDING FILE; THIS     *
001200*    SCREEN WALKS A DIFFERENT, SUFFICIENTLY AUTHORIZED          *
001300*    OPERATOR THROUGH EACH PENDING PROPOSAL TO APPROVE OR       *
001400*    REJECT IT, UNDER THE SAME RULES AR1260 APPLIES TO QUEUED   *
001500*    ADJUSTMENTS: NEVER THEIR OWN PROPOSAL, NEVER AN AMOUNT     *
001600*    OVER THEIR APPROVE-LIMIT.  AN APPROVAL CLOSES THE OPEN     *
001700*    ITEM, REDUCES THE BALANCE MASTER BY THE AMOUNT WRITTEN     *
001800*    OFF, ADDS IT TO THE ACCOUNT MASTER'S WRITE-OFF TOTAL (SO   *
001900*    A LATER PAYMENT IS RECOGNIZED AS A RECOVERY) AND WRITES    *
002000*    AN AUDIT RECORD UNDER SOURCE AR1430 WITH THE PROPOSAL'S    *
002100*    REASON CODE - AR1250 BOOKS THAT MOVEMENT TO THE BAD-DEBT   *
002200*    GL ACCOUNT INSTEAD OF AR CLEARING.  AS ON AR1260 THE       *
002300*    AUDIT RUN-ID CARRIES THE APPROVER AND TRANS-ID THE         *
002400*    REQUESTER.                                                  *
002500*                                                                *
002600*    DECISION CODES: A=APPROVE  R=REJECT  BLANK=SKIP            *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    ---------- ----  ------------------------------------------*
003100*    2026-10-14 RVH   ORIGINAL WRITE-OFF APPROVAL SCREEN        *
003200*    2026-10-15 RVH   UPDATE FILES CHECKED AT OPEN - ANY FAILURE*
003300*                     REFUSES APPROVALS WITH RC 8.  ITEM,       *
003400*                     BALANCE AND ACCOUNT ARE ALL READ AND      *
003500*                     CHECKED BEFORE ANY IS CHANGED; THE ITEM IS*
003600*                     CLOSED FIRST AND A FAILED UPDATE BACKS OUT*
003700*                     THE ONES BEFORE IT, LEAVING THE PROPOSAL  *
003800*                     PENDING                                   *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-390.
004300 OBJECT-COMPUTER. IBM-390.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT WRITEOFF-PENDING ASSIGN TO WOFFPEND
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS AR1-WOP-FS.
004900
005000     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS AR1-OPR-OPERATOR-ID
005400         FILE STATUS IS AR1-OPR-FS.
005500
005600     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS AR1-BAL-ACCOUNT-ID
006000         FILE STATUS IS AR1-BAL-FS.
006100
006200     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS AR1-OPI-KEY
006600         FILE STATUS IS AR1-OPI-FS.
006700
006800     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS AR1-ACM-ACCOUNT-ID
007200         FILE STATUS IS AR1-ACM-FS.
007300
007400     SELECT AUDIT-FILE ASSIGN TO AUDTFILE
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS AR1-AUD-FS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  WRITEOFF-PENDING
008100     RECORDING MODE IS F.
008200     COPY AR1WOP.
008300
008400 FD  OPERATOR-SECURITY
008500     RECORDING MODE IS F.
008600     COPY AR1OPR.
008700
008800 FD  BALANCE-MASTER
008900     RECORDING MODE IS F.
009000     COPY AR1BAL.
009100
009200 FD  OPEN-ITEM-FILE
009300     RECORDING MODE IS F.
009400     COPY AR1OPI.
009500
009600 FD  ACCOUNT-MASTER
009700     RECORDING MODE IS F.
009800     COPY AR1ACM.
009900
010000 FD  AUDIT-FILE
010100     RECORDING MODE IS F.
010200     COPY AR1AUD.
010300
010400 WORKING-STORAGE SECTION.
010500 01  AR1-FILE-STATUSES.
010600     05  AR1-WOP-FS              PIC X(02) VALUE '00'.
010700     05  AR1-OPR-FS              PIC X(02) VALUE '00'.
010800     05  AR1-BAL-FS              PIC X(02) VALUE '00'.
010900     05  AR1-OPI-FS              PIC X(02) VALUE '00'.
011000     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
011100     05  AR1-AUD-FS              PIC X(02) VALUE '00'.
011200
011300 01  AR1-SWITCHES.
011400     05  AR1-WOP-EOF-SWITCH      PIC X(01) VALUE 'N'.
011500         88  AR1-WOP-EOF             VALUE 'Y'.
011600     05  AR1-APPROVER-OK-SWITCH  PIC X(01) VALUE 'N'.
011700         88  AR1-APPROVER-OK         VALUE 'Y'.
011800     05  AR1-POSTABLE-SWITCH     PIC X(01) VALUE 'N'.
011900         88  AR1-POSTABLE            VALUE 'Y'.
012000     05  AR1-SEC-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012100         88  AR1-SECURITY-OPEN       VALUE 'Y'.
012200     05  AR1-WOP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012300         88  AR1-PENDING-OPEN        VALUE 'Y'.
012400     05  AR1-UPD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012500         88  AR1-UPDATE-FILES-OPEN   VALUE 'Y'.
012600
012700 01  AR1-CURRENT-TIMESTAMP       PIC X(26).
012800 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
012900
013000 01  AR1-APPROVER-FIELDS.
013100     05  AR1-APPROVER-ID         PIC X(08) VALUE SPACES.
013200     05  AR1-APPROVE-LIMIT       PIC S9(7)V99 VALUE ZERO.
013300
013400 01  AR1-WORK-FIELDS.
013500     05  AR1-SCR-DECISION        PIC X(01) VALUE SPACE.
013600         88  AR1-DECISION-APPROVE    VALUE 'A'.
013700         88  AR1-DECISION-REJECT     VALUE 'R'.
013800         88  AR1-DECISION-SKIP       VALUE ' '.
013900     05  AR1-BEFORE-AMOUNT       PIC S9(7)V99 VALUE ZERO.
014000     05  AR1-AFTER-AMOUNT        PIC S9(7)V99 VALUE ZERO.
014100     05  AR1-POSTED-STEPS        PIC 9(01) VALUE ZERO.
014200         88  AR1-NOTHING-POSTED      VALUE 0.
014300     05  AR1-TS-SPLIT.
014400         10  AR1-TS-DATE         PIC X(08).
014500         10  FILLER              PIC X(18).
014600
014700 01  AR1-SAVED-IMAGES.
014800     05  AR1-SAVED-OPI-RECORD    PIC X(102).
014900     05  AR1-SAVED-BAL-RECORD    PIC X(69).
015000     05  AR1-SAVED-ACM-RECORD    PIC X(180).
015100
015200 01  AR1-COUNTERS.
015300     05  AR1-APPROVED-COUNT      PIC 9(05) COMP VALUE ZERO.
015400     05  AR1-REJECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
015500     05  AR1-SKIPPED-COUNT       PIC 9(05) COMP VALUE ZERO.
015600
015700 01  AR1-TOTALS.
015800     05  AR1-WRITTEN-OFF-TOTAL   PIC S9(09)V99 VALUE ZERO.
015900
016000 SCREEN SECTION.
016100 01  AR1-SIGNON-SCREEN.
016200     05  BLANK SCREEN.
016300     05  LINE 01 COLUMN 01
016400         VALUE 'AR1430  BAD-DEBT WRITE-OFF REVIEW'.
016500     05  LINE 03 COLUMN 01 VALUE 'APPROVER ID. . . . . .'.
016600     05  LINE 03 COLUMN 24 PIC X(08)
016700         USING AR1-APPROVER-ID.
016800
016900 01  AR1-REVIEW-SCREEN.
017000     05  BLANK SCREEN.
017100     05  LINE 01 COLUMN 01
017200         VALUE 'AR1430  BAD-DEBT WRITE-OFF REVIEW'.
017300     05  LINE 03 COLUMN 01 VALUE 'ACCOUNT ID . . . . . .'.
017400     05  LINE 03 COLUMN 24 PIC X(10)
017500         FROM AR1-WOP-ACCOUNT-ID.
017600     05  LINE 04 COLUMN 01 VALUE 'ITEM DATE. . . . . . .'.
017700     05  LINE 04 COLUMN 24 PIC X(08)
017800         FROM AR1-WOP-ITEM-DATE.
017900     05  LINE 05 COLUMN 01 VALUE 'ITEM REFERENCE . . . .'.
018000     05  LINE 05 COLUMN 24 PIC X(10)
018100         FROM AR1-WOP-ITEM-TRANS.
018200     05  LINE 06 COLUMN 01 VALUE 'DAYS PAST DUE. . . . .'.
018300     05  LINE 06 COLUMN 24 PIC ZZZZ9
018400         FROM AR1-WOP-DAYS-PAST-DUE.
018500     05  LINE 07 COLUMN 01 VALUE 'AMOUNT TO WRITE OFF. .'.
018600     05  LINE 07 COLUMN 24 PIC ZZZZZZ9.99-
018700         FROM AR1-WOP-AMOUNT.
018800     05  LINE 08 COLUMN 01 VALUE 'PROPOSED BY. . . . . .'.
018900     05  LINE 08 COLUMN 24 PIC X(08)
019000         FROM AR1-WOP-PROPOSED-BY.
019100     05  LINE 09 COLUMN 01 VALUE 'PROPOSED ON. . . . . .'.
019200     05  LINE 09 COLUMN 24 PIC X(08)
019300         FROM AR1-TS-DATE.
019400     05  LINE 10 COLUMN 01 VALUE 'REASON CODE. . . . . .'.
019500     05  LINE 10 COLUMN 24 PIC X(04)
019600         FROM AR1-WOP-REASON-CODE.
019700     05  LINE 12 COLUMN 01 VALUE 'DECISION (A/R/BLANK) .'.
019800     05  LINE 12 COLUMN 24 PIC X(01)
019900         USING AR1-SCR-DECISION.
020000
020100 PROCEDURE DIVISION.
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020400     IF AR1-APPROVER-OK
020500         PERFORM 2000-REVIEW-ONE-PENDING THRU 2000-EXIT
020600             UNTIL AR1-WOP-EOF
020700     END-IF
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT
020900     MOVE AR1-RETURN-CODE TO RETURN-CODE
021000     GOBACK.
021100
021200 1000-INITIALIZE.
021300     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
021400     OPEN INPUT OPERATOR-SECURITY
021500     IF AR1-OPR-FS NOT = '00'
021600         DISPLAY 'AR1430: OPERATOR SECURITY FILE NOT '
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
023100     OPEN I-O WRITEOFF-PENDING
023200     IF AR1-WOP-FS NOT = '00'
023300         DISPLAY 'AR1430: NO PROPOSED WRITE-OFFS ON FILE'
023400         SET AR1-WOP-EOF TO TRUE
023500         GO TO 1000-EXIT
023600     END-IF
023700     SET AR1-PENDING-OPEN TO TRUE
023800     OPEN I-O BALANCE-MASTER
023900     OPEN I-O OPEN-ITEM-FILE
024000     OPEN I-O ACCOUNT-MASTER
024100     OPEN EXTEND AUDIT-FILE
024200     IF AR1-AUD-FS = '05' OR '35'
024300         OPEN OUTPUT AUDIT-FILE
024400     END-IF
024500*    AN APPROVAL TOUCHES ALL FOUR FILES - WITHOUT THE AUDIT
024600*    RECORD AR1250 WOULD NEVER BOOK THE WRITE-OFF TO BAD DEBT
024700     IF AR1-BAL-FS NOT = '00' OR AR1-OPI-FS NOT = '00'
024800         OR AR1-ACM-FS NOT = '00' OR AR1-AUD-FS NOT = '00'
024900         DISPLAY 'AR1430: BALANCE MASTER ' AR1-BAL-FS
025000             ' OPEN ITEM ' AR1-OPI-FS ' ACCOUNT MASTER '
025100             AR1-ACM-FS ' AUDIT ' AR1-AUD-FS
025200         DISPLAY 'AR1430: UPDATE FILES NOT AVAILABLE - NOTHING '
025300             'CAN BE APPROVED'
025400         PERFORM 1200-CLOSE-OPENED-FILES THRU 1200-EXIT
025500         MOVE 8 TO AR1-RETURN-CODE
025600         SET AR1-WOP-EOF TO TRUE
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
031100     IF NOT AR1-WOP-PENDING
031200         GO TO 2000-READ-NEXT
031300     END-IF
031400
031500     MOVE AR1-WOP-TIMESTAMP TO AR1-TS-SPLIT
031600     MOVE SPACE TO AR1-SCR-DECISION
031700     DISPLAY AR1-REVIEW-SCREEN
031800     ACCEPT  AR1-REVIEW-SCREEN
031900
032000     EVALUATE TRUE
032100         WHEN AR1-DECISION-APPROVE
032200             PERFORM 3000-APPROVE-WRITEOFF THRU 3000-EXIT
032300         WHEN AR1-DECISION-REJECT
032400             PERFORM 4000-REJECT-WRITEOFF THRU 4000-EXIT
032500         WHEN OTHER
032600             ADD 1 TO AR1-SKIPPED-COUNT
032700     END-EVALUATE
032800     .
032900 2000-READ-NEXT.
033000     PERFORM 2100-READ-PENDING THRU 2100-EXIT
033100     .
033200 2000-EXIT.
033300     EXIT.
033400
033500 2100-READ-PENDING.
033600     READ WRITEOFF-PENDING
033700         AT END SET AR1-WOP-EOF TO TRUE
033800     END-READ
033900     .
034000 2100-EXIT.
034100     EXIT.
034200
034300 3000-APPROVE-WRITEOFF.
034400     IF AR1-WOP-PROPOSED-BY = AR1-APPROVER-ID
034500         DISPLAY 'YOU CANNOT APPROVE YOUR OWN WRITE-OFF'
034600         ADD 1 TO AR1-SKIPPED-COUNT
034700         GO TO 3000-EXIT
034800     END-IF
034900     IF AR1-WOP-AMOUNT > AR1-APPROVE-LIMIT
035000         DISPLAY 'AMOUNT EXCEEDS YOUR APPROVAL LIMIT - '
035100             'ITEM SKIPPED'
035200         ADD 1 TO AR1-SKIPPED-COUNT
035300         GO TO 3000-EXIT
035400     END-IF
035500
035600*    EVERYTHING THE APPROVAL CHANGES IS READ AND CHECKED FIRST,
035700*    SO A PROPOSAL THAT CANNOT POST CHANGES NOTHING
035800     PERFORM 3100-CHECK-ITEM THRU 3100-EXIT
035900     IF NOT AR1-POSTABLE
036000         ADD 1 TO AR1-SKIPPED-COUNT
036100         GO TO 3000-EXIT
036200     END-IF
036300     PERFORM 3150-CHECK-ACCOUNT THRU 3150-EXIT
036400     IF NOT AR1-POSTABLE
036500         ADD 1 TO AR1-SKIPPED-COUNT
036600         GO TO 3000-EXIT
036700     END-IF
036800     PERFORM 3180-CHECK-BALANCE THRU 3180-EXIT
036900     IF NOT AR1-POSTABLE
037000         ADD 1 TO AR1-SKIPPED-COUNT
037100         GO TO 3000-EXIT
037200     END-IF
037300
037400*    THE ITEM IS CLOSED FIRST SO IT CANNOT BE WRITTEN OFF
037500*    TWICE; EACH LATER UPDATE THAT FAILS BACKS OUT THE ONES
037600*    BEFORE IT AND THE PROPOSAL STAYS PENDING
037700     MOVE ZERO TO AR1-POSTED-STEPS
037800     PERFORM 3300-CLOSE-ITEM THRU 3300-EXIT
037900     IF AR1-POSTABLE
038000         PERFORM 3200-POST-TO-BALANCE THRU 3200-EXIT
038100     END-IF
038200     IF AR1-POSTABLE
038300         PERFORM 3400-MARK-ACCOUNT THRU 3400-EXIT
038400     END-IF
038500     IF AR1-POSTABLE
038600         PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
038700     END-IF
038800     IF AR1-POSTABLE
038900         SET AR1-WOP-APPROVED TO TRUE
039000         MOVE AR1-APPROVER-ID TO AR1-WOP-APPROVER-ID
039100         MOVE AR1-CURRENT-TIMESTAMP TO AR1-TS-SPLIT
039200         MOVE AR1-TS-DATE TO AR1-WOP-DECIDED-DATE
039300         REWRITE AR1-WOP-RECORD
039400         IF AR1-WOP-FS NOT = '00'
039500             DISPLAY 'PENDING FILE REWRITE FAILED - STATUS '
039600                 AR1-WOP-FS
039700             MOVE 'N' TO AR1-POSTABLE-SWITCH
039800         END-IF
039900     END-IF
040000     IF NOT AR1-POSTABLE
040100         PERFORM 3900-BACK-OUT THRU 3900-EXIT
040200         ADD 1 TO AR1-SKIPPED-COUNT
040300         MOVE 8 TO AR1-RETURN-CODE
040400         GO TO 3000-EXIT
040500     END-IF
040600     ADD 1 TO AR1-APPROVED-COUNT
040700     ADD AR1-WOP-AMOUNT TO AR1-WRITTEN-OFF-TOTAL
040800     DISPLAY 'WRITE-OFF APPROVED AND POSTED'
040900     .
041000 3000-EXIT.
041100     EXIT.
041200
041300 3100-CHECK-ITEM.
041400*    THE PROPOSAL WAS MADE AGAINST THE ITEM AS IT STOOD THEN;
041500*    A PAYMENT APPLIED SINCE MEANS THE CUSTOMER IS PAYING AND
041600*    THE AMOUNT NO LONGER MATCHES - LEAVE IT PENDING
041700     MOVE 'N' TO AR1-POSTABLE-SWITCH
041800     MOVE AR1-WOP-ITEM-KEY TO AR1-OPI-KEY
041900     READ OPEN-ITEM-FILE
042000         INVALID KEY
042100             DISPLAY 'OPEN ITEM NO LONGER ON FILE - ITEM '
042200                 'SKIPPED'
042300             GO TO 3100-EXIT
042400     END-READ
042500     IF NOT AR1-OPI-OPEN
042600         OR AR1-OPI-OPEN-AMT NOT = AR1-WOP-AMOUNT
042700         DISPLAY 'ITEM HAS BEEN PAID OR CHANGED SINCE IT WAS '
042800             'PROPOSED - ITEM LEFT PENDING'
042900         GO TO 3100-EXIT
043000     END-IF
043100     SET AR1-POSTABLE TO TRUE
043200     MOVE AR1-OPI-RECORD TO AR1-SAVED-OPI-RECORD
043300     .
043400 3100-EXIT.
043500     EXIT.
043600
043700 3150-CHECK-ACCOUNT.
043800*    THE RUNNING WRITE-OFF TOTAL IS WHAT LETS AR1290 TELL A
043900*    RECOVERY FROM AN ORDINARY PAYMENT LATER ON - AN ACCOUNT
044000*    THAT CANNOT CARRY IT IS NOT WRITTEN OFF
044100     MOVE 'N' TO AR1-POSTABLE-SWITCH
044200     MOVE AR1-WOP-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
044300     READ ACCOUNT-MASTER
044400         INVALID KEY
044500             DISPLAY 'ACCOUNT NOT ON ACCOUNT MASTER - A LATER '
044600                 'RECOVERY COULD NOT BE RECOGNIZED, ITEM LEFT '
044700                 'PENDING'
044800             GO TO 3150-EXIT
044900     END-READ
045000     SET AR1-POSTABLE TO TRUE
045100     MOVE AR1-ACM-RECORD TO AR1-SAVED-ACM-RECORD
045200     .
045300 3150-EXIT.
045400     EXIT.
045500
045600 3180-CHECK-BALANCE.
045700     MOVE 'N' TO AR1-POSTABLE-SWITCH
045800     MOVE AR1-WOP-ACCOUNT-ID TO AR1-BAL-ACCOUNT-ID
045900     READ BALANCE-MASTER
046000         INVALID KEY
046100             DISPLAY 'ACCOUNT NOT ON BALANCE MASTER - ITEM '
046200                 'LEFT PENDING'
046300             GO TO 3180-EXIT
046400     END-READ
046500     SET AR1-POSTABLE TO TRUE
046600     MOVE AR1-BALANCE-RECORD TO AR1-SAVED-BAL-RECORD
046700     MOVE AR1-BAL-AMOUNT TO AR1-BEFORE-AMOUNT
046800     COMPUTE AR1-AFTER-AMOUNT =
046900         AR1-BEFORE-AMOUNT - AR1-WOP-AMOUNT
047000     .
047100 3180-EXIT.
047200     EXIT.
047300
047400 3200-POST-TO-BALANCE.
047500     MOVE AR1-AFTER-AMOUNT TO AR1-BAL-AMOUNT
047600     MOVE AR1-CURRENT-TIMESTAMP TO AR1-BAL-LAST-UPDATED
047700     REWRITE AR1-BALANCE-RECORD
047800         INVALID KEY
047900             CONTINUE
048000     END-REWRITE
048100     IF AR1-BAL-FS NOT = '00'
048200         DISPLAY 'BALANCE REWRITE FAILED - STATUS ' AR1-BAL-FS
048300         MOVE 'N' TO AR1-POSTABLE-SWITCH
048400         GO TO 3200-EXIT
048500     END-IF
048600     MOVE 2 TO AR1-POSTED-STEPS
048700     .
048800 3200-EXIT.
048900     EXIT.
049000
049100 3300-CLOSE-ITEM.
049200     MOVE ZERO TO AR1-OPI-OPEN-AMT
049300     SET AR1-OPI-CLOSED TO TRUE
049400     MOVE 'WRITE-OFF' TO AR1-OPI-LAST-TRANS-ID
049500     MOVE AR1-CURRENT-TIMESTAMP TO AR1-OPI-LAST-TIMESTAMP
049600     REWRITE AR1-OPI-RECORD
049700         INVALID KEY
049800             CONTINUE
049900     END-REWRITE
050000     IF AR1-OPI-FS NOT = '00'
050100         DISPLAY 'OPEN ITEM REWRITE FAILED - STATUS ' AR1-OPI-FS
050200             ' ACCOUNT ' AR1-WOP-ACCOUNT-ID
050300             ' TRANS ' AR1-WOP-ITEM-TRANS
050400         MOVE 'N' TO AR1-POSTABLE-SWITCH
050500         GO TO 3300-EXIT
050600     END-IF
050700     MOVE 1 TO AR1-POSTED-STEPS
050800     .
050900 3300-EXIT.
051000     EXIT.
051100
051200 3400-MARK-ACCOUNT.
051300     ADD AR1-WOP-AMOUNT TO AR1-ACM-WOFF-AMOUNT
051400     MOVE AR1-CURRENT-TIMESTAMP TO AR1-TS-SPLIT
051500     MOVE AR1-TS-DATE TO AR1-ACM-WOFF-DATE
051600     REWRITE AR1-ACM-RECORD
051700         INVALID KEY
051800             CONTINUE
051900     END-REWRITE
052000     IF AR1-ACM-FS NOT = '00'
052100         DISPLAY 'ACCOUNT MASTER REWRITE FAILED - STATUS '
052200             AR1-ACM-FS ' ACCOUNT ' AR1-WOP-ACCOUNT-ID
052300         MOVE 'N' TO AR1-POSTABLE-SWITCH
052400         GO TO 3400-EXIT
052500     END-IF
052600     MOVE 3 TO AR1-POSTED-STEPS
052700     .
052800 3400-EXIT.
052900     EXIT.
053000
053100 3500-WRITE-AUDIT.
053200     PERFORM 3510-BUILD-AUDIT THRU 3510-EXIT
053300     WRITE AR1-AUD-RECORD
053400     IF AR1-AUD-FS NOT = '00'
053500         DISPLAY 'AUDIT WRITE FAILED - STATUS ' AR1-AUD-FS
053600         MOVE 'N' TO AR1-POSTABLE-SWITCH
053700         GO TO 3500-EXIT
053800     END-IF
053900     MOVE 4 TO AR1-POSTED-STEPS
054000     .
054100 3500-EXIT.
054200     EXIT.
054300
054400 3510-BUILD-AUDIT.
054500     INITIALIZE AR1-AUD-RECORD
054600*    RUN-ID CARRIES THE APPROVER, TRANS-ID THE REQUESTER, SO
054700*    BOTH IDENTITIES SIT ON THE AUDIT TRAIL
054800     MOVE AR1-APPROVER-ID       TO AR1-AUD-RUN-ID
054900     MOVE AR1-CURRENT-TIMESTAMP TO AR1-AUD-TIMESTAMP
055000     MOVE AR1-WOP-ACCOUNT-ID    TO AR1-AUD-ACCOUNT-ID
055100     MOVE AR1-WOP-PROPOSED-BY   TO AR1-AUD-TRANS-ID
055200     MOVE AR1-WOP-REASON-CODE   TO AR1-AUD-REASON-CODE
055300     MOVE AR1-BEFORE-AMOUNT     TO AR1-AUD-BEFORE-AMOUNT
055400     COMPUTE AR1-AUD-AMOUNT-ADDED =
055500         AR1-AFTER-AMOUNT - AR1-BEFORE-AMOUNT
055600     MOVE AR1-AFTER-AMOUNT      TO AR1-AUD-AFTER-AMOUNT
055700     SET AR1-AUD-WAS-NOT-CAPPED TO TRUE
055800     MOVE 'AR1430'              TO AR1-AUD-SOURCE
055900     .
056000 3510-EXIT.
056100     EXIT.
056200
056300 3900-BACK-OUT.
056400*    UNDOES WHATEVER OF THE APPROVAL HAD POSTED, LATEST FIRST.
056500*    AN AUDIT RECORD ALREADY WRITTEN IS CANCELLED BY ITS MIRROR
056600*    IMAGE SO AR1250 BOOKS NOTHING FOR IT.
056700     IF AR1-NOTHING-POSTED
056800         GO TO 3900-EXIT
056900     END-IF
057000     IF AR1-POSTED-STEPS NOT < 4
057100         PERFORM 3510-BUILD-AUDIT THRU 3510-EXIT
057200         MOVE AR1-AFTER-AMOUNT  TO AR1-AUD-BEFORE-AMOUNT
057300         COMPUTE AR1-AUD-AMOUNT-ADDED =
057400             AR1-BEFORE-AMOUNT - AR1-AFTER-AMOUNT
057500         MOVE AR1-BEFORE-AMOUNT TO AR1-AUD-AFTER-AMOUNT
057600         WRITE AR1-AUD-RECORD
057700         IF AR1-AUD-FS NOT = '00'
057800             DISPLAY 'AUDIT BACK-OUT FAILED - STATUS ' AR1-AUD-FS
057900                 ' - ACCOUNT ' AR1-WOP-ACCOUNT-ID
058000                 ' NEEDS A MANUAL GL CORRECTION'
058100         END-IF
058200     END-IF
058300     IF AR1-POSTED-STEPS NOT < 3
058400         MOVE AR1-SAVED-ACM-RECORD TO AR1-ACM-RECORD
058500         REWRITE AR1-ACM-RECORD
058600             INVALID KEY
058700                 CONTINUE
058800         END-REWRITE
058900         IF AR1-ACM-FS NOT = '00'
059000             DISPLAY 'ACCOUNT MASTER BACK-OUT FAILED - STATUS '
059100                 AR1-ACM-FS ' - CORRECT ' AR1-WOP-ACCOUNT-ID
059200                 ' BY HAND'
059300         END-IF
059400     END-IF
059500     IF AR1-POSTED-STEPS NOT < 2
059600         MOVE AR1-SAVED-BAL-RECORD TO AR1-BALANCE-RECORD
059700         REWRITE AR1-BALANCE-RECORD
059800             INVALID KEY
059900                 CONTINUE
060000         END-REWRITE
060100         IF AR1-BAL-FS NOT = '00'
060200             DISPLAY 'BALANCE BACK-OUT FAILED - STATUS '
060300                 AR1-BAL-FS ' - CORRECT ' AR1-WOP-ACCOUNT-ID
060400                 ' BY HAND'
060500         END-IF
060600     END-IF
060700     MOVE AR1-SAVED-OPI-RECORD TO AR1-OPI-RECORD
060800     REWRITE AR1-OPI-RECORD
060900         INVALID KEY
061000             CONTINUE
061100     END-REWRITE
061200     IF AR1-OPI-FS NOT = '00'
061300         DISPLAY 'OPEN ITEM BACK-OUT FAILED - STATUS '
061400             AR1-OPI-FS ' - REOPEN ' AR1-WOP-ITEM-TRANS
061500             ' BY HAND'
061600     END-IF
061700     DISPLAY 'WRITE-OFF BACKED OUT - PROPOSAL LEFT PENDING'
061800     .
061900 3900-EXIT.
062000     EXIT.
062100
062200 4000-REJECT-WRITEOFF.
062300     SET AR1-WOP-REJECTED TO TRUE
062400     MOVE AR1-APPROVER-ID TO AR1-WOP-APPROVER-ID
062500     MOVE AR1-CURRENT-TIMESTAMP TO AR1-TS-SPLIT
062600     MOVE AR1-TS-DATE TO AR1-WOP-DECIDED-DATE
062700     REWRITE AR1-WOP-RECORD
062800     IF AR1-WOP-FS NOT = '00'
062900         DISPLAY 'PENDING FILE REWRITE FAILED - STATUS '
063000             AR1-WOP-FS ' - REJECTION NOT RECORDED'
063100         ADD 1 TO AR1-SKIPPED-COUNT
063200         MOVE 8 TO AR1-RETURN-CODE
063300         GO TO 4000-EXIT
063400     END-IF
063500     ADD 1 TO AR1-REJECTED-COUNT
063600     DISPLAY 'WRITE-OFF REJECTED - NOTHING POSTED'
063700     .
063800 4000-EXIT.
063900     EXIT.
064000
064100 9000-TERMINATE.
064200     DISPLAY 'AR1430: APPROVED ' AR1-APPROVED-COUNT
064300         ' REJECTED ' AR1-REJECTED-COUNT
064400         ' SKIPPED ' AR1-SKIPPED-COUNT
064500     DISPLAY 'AR1430: AMOUNT WRITTEN OFF ' AR1-WRITTEN-OFF-TOTAL
064600     IF AR1-SECURITY-OPEN
064700         CLOSE OPERATOR-SECURITY
064800     END-IF
064900     IF AR1-PENDING-OPEN
065000         CLOSE WRITEOFF-PENDING
065100     END-IF
065200     IF AR1-UPDATE-FILES-OPEN
065300         CLOSE BALANCE-MASTER OPEN-ITEM-FILE
065400               ACCOUNT-MASTER AUDIT-FILE
065500     END-IF
065600     .
065700 9000-EXIT.
065800     EXIT.
