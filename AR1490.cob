000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1490.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1490 - REJECT REPAIR AND RESUBMISSION SCREEN             *
000900*                                                                *
001000*    WALKS AN OPERATOR ON THE OPERATOR SECURITY FILE THROUGH    *
001100*    THE OUTSTANDING REJECTS ON THE REJECT REPAIR QUEUE (SEE    *
001200*    AR1RJQ), OPTIONALLY ONLY THOSE OF ONE REASON CODE AND/OR   *
001300*    ONE RUN-ID, SHOWING THE ORIGINAL AR1TRX IMAGE BESIDE THE   *
001400*    CURRENT ONE.  THE OPERATOR CORRECTS THE FIELDS AND THE     *
001500*    AR1110 EDITS ARE RE-RUN AGAINST THE RESULT ON THE SPOT -   *
001600*    AMOUNT, ACCOUNT AND TRANSACTION IDS, TYPE CODE, THE        *
001700*    PRIOR-RUN REGISTRY (PDUP), THE CUSTOMER ACCOUNT MASTER,    *
001800*    THE CEILING FILE'S ACCOUNT TYPES AND, AS AR1100 DOES, THE  *
001900*    BALANCE MASTER (NBAL).  THE IN-BATCH DUPLICATE CHECK CAN   *
002000*    ONLY BE MADE BY AR1110 ITSELF WHEN THE RECORD COMES BACK.  *
002100*                                                                *
002200*    A CORRECTION THAT PASSES MARKS THE REJECT CORRECTED; A     *
002300*    RELEASE (WHICH TAKES ANY CORRECTION KEYED WITH IT) IS      *
002400*    REFUSED UNLESS THE EDITS PASS, AND MARKS IT RESUBMITTED -  *
002500*    AR1500 PUTS IT ON THE NEXT CYCLE'S RAW FEED.  A VOID       *
002600*    NEEDS A REASON.  EVERY ACTION IS LOGGED TO THE REJECT      *
002700*    REPAIR LOG (AR1RJL) WITH BEFORE AND AFTER IMAGES.          *
002800*                                                                *
002900*    ACTION CODES: C=CORRECT  R=RELEASE  V=VOID  BLANK=SKIP     *
003000*                                                                *
003100*    MODIFICATION HISTORY                                       *
003200*    DATE       INIT  DESCRIPTION                               *
003300*    ---------- ----  ------------------------------------------*
003400*    2026-10-15 RVH   ORIGINAL REJECT REPAIR SCREEN             *
003500*    2026-10-15 RVH   EACH ACTION IS LOGGED BEFORE THE QUEUE IS *
003600*                     REWRITTEN, AND ONE THAT CANNOT BE LOGGED  *
003700*                     IS NOT MADE                               *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-390.
004200 OBJECT-COMPUTER. IBM-390.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT REJECT-QUEUE ASSIGN TO REJQUEUE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS AR1-RJQ-FS.
004800
004900     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS AR1-OPR-OPERATOR-ID
005300         FILE STATUS IS AR1-OPR-FS.
005400
005500     SELECT REJECT-REPAIR-LOG ASSIGN TO REJLOG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS AR1-RJL-FS.
005800
005900     SELECT CONTROL-PARM-IN ASSIGN TO CTLPARM
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS AR1-PRM-FS.
006200
006300     SELECT TRANS-REGISTRY ASSIGN TO TRNSREG
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS AR1-TRG-TRANS-ID
006700         FILE STATUS IS AR1-TRG-FS.
006800
006900     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS AR1-ACM-ACCOUNT-ID
007300         FILE STATUS IS AR1-ACM-FS.
007400
007500     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS AR1-BAL-ACCOUNT-ID
007900         FILE STATUS IS AR1-BAL-FS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  REJECT-QUEUE
008400     RECORDING MODE IS F.
008500     COPY AR1RJQ.
008600
008700 FD  OPERATOR-SECURITY
008800     RECORDING MODE IS F.
008900     COPY AR1OPR.
009000
009100 FD  REJECT-REPAIR-LOG
009200     RECORDING MODE IS F.
009300     COPY AR1RJL.
009400
009500 FD  CONTROL-PARM-IN
009600     RECORDING MODE IS F.
009700     COPY AR1PRM.
009800
009900 FD  TRANS-REGISTRY
010000     RECORDING MODE IS F.
010100     COPY AR1TRG.
010200
010300 FD  ACCOUNT-MASTER
010400     RECORDING MODE IS F.
010500     COPY AR1ACM.
010600
010700 FD  BALANCE-MASTER
010800     RECORDING MODE IS F.
010900     COPY AR1BAL.
011000
011100 WORKING-STORAGE SECTION.
011200 01  AR1-FILE-STATUSES.
011300     05  AR1-RJQ-FS              PIC X(02) VALUE '00'.
011400     05  AR1-OPR-FS              PIC X(02) VALUE '00'.
011500     05  AR1-RJL-FS              PIC X(02) VALUE '00'.
011600     05  AR1-PRM-FS              PIC X(02) VALUE '00'.
011700     05  AR1-TRG-FS              PIC X(02) VALUE '00'.
011800     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
011900     05  AR1-BAL-FS              PIC X(02) VALUE '00'.
012000
012100 01  AR1-SWITCHES.
012200     05  AR1-RJQ-EOF-SWITCH      PIC X(01) VALUE 'N'.
012300         88  AR1-RJQ-EOF             VALUE 'Y'.
012400     05  AR1-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
012500         88  AR1-PARM-EOF            VALUE 'Y'.
012600     05  AR1-OPERATOR-OK-SWITCH  PIC X(01) VALUE 'N'.
012700         88  AR1-OPERATOR-OK         VALUE 'Y'.
012800     05  AR1-SEC-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012900         88  AR1-SECURITY-OPEN       VALUE 'Y'.
013000     05  AR1-LOG-OPEN-SWITCH     PIC X(01) VALUE 'N'.
013100         88  AR1-CHANGE-LOG-OPEN     VALUE 'Y'.
013200     05  AR1-LOG-WRITTEN-SWITCH  PIC X(01) VALUE 'N'.
013300         88  AR1-LOG-WRITTEN         VALUE 'Y'.
013400     05  AR1-RJQ-OPEN-SWITCH     PIC X(01) VALUE 'N'.
013500         88  AR1-QUEUE-OPEN          VALUE 'Y'.
013600     05  AR1-TYPE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
013700         88  AR1-TYPE-FOUND          VALUE 'Y'.
013800     05  AR1-REG-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
013900         88  AR1-REGISTRY-AVAILABLE  VALUE 'Y'.
014000     05  AR1-ACM-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
014100         88  AR1-ACCT-MASTER-AVAILABLE VALUE 'Y'.
014200     05  AR1-BAL-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
014300         88  AR1-BAL-MASTER-AVAILABLE VALUE 'Y'.
014400     05  AR1-AMOUNT-BAD-SWITCH   PIC X(01) VALUE 'N'.
014500         88  AR1-AMOUNT-UNREADABLE   VALUE 'Y'.
014600
014700 01  AR1-CURRENT-TIMESTAMP       PIC X(26).
014800 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
014900
015000 01  AR1-SIGNON-FIELDS.
015100     05  AR1-OPERATOR-ID         PIC X(08) VALUE SPACES.
015200     05  AR1-SEL-REASON          PIC X(04) VALUE SPACES.
015300     05  AR1-SEL-RUN-ID          PIC X(08) VALUE SPACES.
015400
015500 01  AR1-SCREEN-FIELDS.
015600     05  AR1-SCR-TRANS-ID        PIC X(10) VALUE SPACES.
015700     05  AR1-SCR-ACCOUNT-ID      PIC X(10) VALUE SPACES.
015800     05  AR1-SCR-ACCOUNT-TYPE    PIC X(04) VALUE SPACES.
015900     05  AR1-SCR-AMOUNT          PIC S9(7)V99 VALUE ZERO.
016000     05  AR1-SCR-TYPE-CODE       PIC X(01) VALUE SPACE.
016100     05  AR1-SCR-ACTION          PIC X(01) VALUE SPACE.
016200         88  AR1-ACTION-CORRECT      VALUE 'C'.
016300         88  AR1-ACTION-RELEASE      VALUE 'R'.
016400         88  AR1-ACTION-VOID         VALUE 'V'.
016500     05  AR1-SCR-VOID-REASON     PIC X(30) VALUE SPACES.
016600
016700 01  AR1-WORK-FIELDS.
016800     05  AR1-WORK-REASON-CODE    PIC X(04) VALUE SPACES.
016900     05  AR1-BEFORE-IMAGE        PIC X(53) VALUE SPACES.
017000     05  AR1-OLD-STATUS          PIC X(01) VALUE SPACE.
017100
017200     COPY AR1TRX.
017300
017400 01  AR1-TYPE-TABLE.
017500     05  AR1-TYPE-ENTRY OCCURS 20 TIMES
017600                        INDEXED BY AR1-TYPE-NDX.
017700         10  AR1-TBL-TYPE        PIC X(04).
017800     05  AR1-TYPE-COUNT          PIC 9(04) VALUE ZERO.
017900
018000 01  AR1-COUNTERS.
018100     05  AR1-CORRECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
018200     05  AR1-RELEASED-COUNT      PIC 9(05) COMP VALUE ZERO.
018300     05  AR1-VOIDED-COUNT        PIC 9(05) COMP VALUE ZERO.
018400     05  AR1-SKIPPED-COUNT       PIC 9(05) COMP VALUE ZERO.
018500
018600 SCREEN SECTION.
018700 01  AR1-SIGNON-SCREEN.
018800     05  BLANK SCREEN.
018900     05  LINE 01 COLUMN 01
019000         VALUE 'AR1490  REJECT REPAIR AND RESUBMISSION'.
019100     05  LINE 03 COLUMN 01 VALUE 'OPERATOR ID. . . . . .'.
019200     05  LINE 03 COLUMN 24 PIC X(08)
019300         USING AR1-OPERATOR-ID.
019400     05  LINE 04 COLUMN 01 VALUE 'REASON CODE OR BLANK .'.
019500     05  LINE 04 COLUMN 24 PIC X(04)
019600         USING AR1-SEL-REASON.
019700     05  LINE 05 COLUMN 01 VALUE 'RUN-ID OR BLANK. . . .'.
019800     05  LINE 05 COLUMN 24 PIC X(08)
019900         USING AR1-SEL-RUN-ID.
020000
020100 01  AR1-REPAIR-SCREEN.
020200     05  BLANK SCREEN.
020300     05  LINE 01 COLUMN 01
020400         VALUE 'AR1490  REJECT REPAIR AND RESUBMISSION'.
020500     05  LINE 03 COLUMN 01 VALUE 'REJECTED IN RUN. . . .'.
020600     05  LINE 03 COLUMN 24 PIC X(08)
020700         FROM AR1-RJQ-RUN-ID.
020800     05  LINE 03 COLUMN 34 PIC ZZZZ9
020900         FROM AR1-RJQ-SEQ.
021000     05  LINE 04 COLUMN 01 VALUE 'REJECTED ON. . . . . .'.
021100     05  LINE 04 COLUMN 24 PIC X(08)
021200         FROM AR1-RJQ-REJECT-DATE.
021300     05  LINE 05 COLUMN 01 VALUE 'ORIGINAL REASON. . . .'.
021400     05  LINE 05 COLUMN 24 PIC X(04)
021500         FROM AR1-RJQ-ORIG-REASON.
021600     05  LINE 06 COLUMN 01 VALUE 'CURRENT REASON . . . .'.
021700     05  LINE 06 COLUMN 24 PIC X(04)
021800         FROM AR1-RJQ-CURR-REASON.
021900     05  LINE 07 COLUMN 01 VALUE 'STATUS (O/C) . . . . .'.
022000     05  LINE 07 COLUMN 24 PIC X(01)
022100         FROM AR1-RJQ-STATUS.
022200     05  LINE 08 COLUMN 01 VALUE 'ORIGINAL IMAGE . . . .'.
022300     05  LINE 08 COLUMN 24 PIC X(53)
022400         FROM AR1-RJQ-ORIG-IMAGE.
022500     05  LINE 09 COLUMN 01 VALUE 'CURRENT IMAGE. . . . .'.
022600     05  LINE 09 COLUMN 24 PIC X(53)
022700         FROM AR1-RJQ-CURR-IMAGE.
022800     05  LINE 11 COLUMN 01 VALUE 'TRANSACTION ID . . . .'.
022900     05  LINE 11 COLUMN 24 PIC X(10)
023000         USING AR1-SCR-TRANS-ID.
023100     05  LINE 12 COLUMN 01 VALUE 'ACCOUNT ID . . . . . .'.
023200     05  LINE 12 COLUMN 24 PIC X(10)
023300         USING AR1-SCR-ACCOUNT-ID.
023400     05  LINE 13 COLUMN 01 VALUE 'ACCOUNT TYPE . . . . .'.
023500     05  LINE 13 COLUMN 24 PIC X(04)
023600         USING AR1-SCR-ACCOUNT-TYPE.
023700     05  LINE 14 COLUMN 01 VALUE 'AMOUNT . . . . . . . .'.
023800     05  LINE 14 COLUMN 24 PIC ZZZZZZ9.99-
023900         USING AR1-SCR-AMOUNT.
024000     05  LINE 15 COLUMN 01 VALUE 'TRANS TYPE CODE. . . .'.
024100     05  LINE 15 COLUMN 24 PIC X(01)
024200         USING AR1-SCR-TYPE-CODE.
024300     05  LINE 17 COLUMN 01 VALUE 'ACTION (C/R/V/BLANK) .'.
024400     05  LINE 17 COLUMN 24 PIC X(01)
024500         USING AR1-SCR-ACTION.
024600     05  LINE 18 COLUMN 01 VALUE 'VOID REASON. . . . . .'.
024700     05  LINE 18 COLUMN 24 PIC X(30)
024800         USING AR1-SCR-VOID-REASON.
024900
025000 PROCEDURE DIVISION.
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025300     IF AR1-OPERATOR-OK
025400         PERFORM 2000-REVIEW-ONE-REJECT THRU 2000-EXIT
025500             UNTIL AR1-RJQ-EOF
025600     END-IF
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT
025800     MOVE AR1-RETURN-CODE TO RETURN-CODE
025900     GOBACK.
026000
026100 1000-INITIALIZE.
026200     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
026300     OPEN INPUT OPERATOR-SECURITY
026400     IF AR1-OPR-FS NOT = '00'
026500         DISPLAY 'AR1490: OPERATOR SECURITY FILE NOT '
026600             'AVAILABLE - NO REPAIRS CAN BE MADE'
026700         MOVE 8 TO AR1-RETURN-CODE
026800         GO TO 1000-EXIT
026900     END-IF
027000     SET AR1-SECURITY-OPEN TO TRUE
027100
027200     DISPLAY AR1-SIGNON-SCREEN
027300     ACCEPT  AR1-SIGNON-SCREEN
027400     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT
027500     IF NOT AR1-OPERATOR-OK
027600         MOVE 8 TO AR1-RETURN-CODE
027700         GO TO 1000-EXIT
027800     END-IF
027900
028000     OPEN EXTEND REJECT-REPAIR-LOG
028100     IF AR1-RJL-FS = '05' OR '35'
028200         OPEN OUTPUT REJECT-REPAIR-LOG
028300     END-IF
028400*    NO LOG, NO REPAIR - THE SAME RULE AS AR1350
028500     IF AR1-RJL-FS NOT = '00'
028600         DISPLAY 'AR1490: REJECT REPAIR LOG ERROR - STATUS '
028700             AR1-RJL-FS ' - NO REPAIRS CAN BE MADE'
028800         MOVE 'N' TO AR1-OPERATOR-OK-SWITCH
028900         MOVE 8 TO AR1-RETURN-CODE
029000         GO TO 1000-EXIT
029100     END-IF
029200     SET AR1-CHANGE-LOG-OPEN TO TRUE
029300
029400     PERFORM 1200-OPEN-EDIT-FILES THRU 1200-EXIT
029500
029600     OPEN I-O REJECT-QUEUE
029700     IF AR1-RJQ-FS NOT = '00'
029800         DISPLAY 'AR1490: NO REJECTS ON FILE'
029900         SET AR1-RJQ-EOF TO TRUE
030000         GO TO 1000-EXIT
030100     END-IF
030200     SET AR1-QUEUE-OPEN TO TRUE
030300     PERFORM 2100-READ-QUEUE THRU 2100-EXIT
030400     .
030500 1000-EXIT.
030600     EXIT.
030700
030800 1100-CHECK-OPERATOR.
030900     MOVE 'N' TO AR1-OPERATOR-OK-SWITCH
031000     IF AR1-OPERATOR-ID = SPACES
031100         DISPLAY 'OPERATOR ID IS REQUIRED'
031200         GO TO 1100-EXIT
031300     END-IF
031400     MOVE AR1-OPERATOR-ID TO AR1-OPR-OPERATOR-ID
031500     READ OPERATOR-SECURITY
031600         INVALID KEY
031700             DISPLAY 'OPERATOR NOT ON SECURITY FILE'
031800         NOT INVALID KEY
031900             IF NOT AR1-OPR-ACTIVE
032000                 DISPLAY 'OPERATOR NOT ACTIVE'
032100             ELSE
032200                 SET AR1-OPERATOR-OK TO TRUE
032300             END-IF
032400     END-READ
032500     .
032600 1100-EXIT.
032700     EXIT.
032800
032900 1200-OPEN-EDIT-FILES.
033000*    THE SAME FILES AR1110 EDITS AGAINST.  ONE THAT CANNOT BE
033100*    OPENED HAS ITS CHECK PASSED OVER, AS IN AR1110 - THE
033200*    RECORD IS EDITED AGAIN BY AR1110 WHEN IT COMES BACK
033300     OPEN INPUT CONTROL-PARM-IN
033400     IF AR1-PRM-FS = '00'
033500         PERFORM 1210-LOAD-TYPE-TABLE THRU 1210-EXIT
033600         CLOSE CONTROL-PARM-IN
033700     ELSE
033800         DISPLAY 'AR1490: CEILING PARAMETER FILE NOT AVAILABLE '
033900             '- EVERY RECORD WILL FAIL THE TYPE EDIT'
034000     END-IF
034100     OPEN INPUT TRANS-REGISTRY
034200     IF AR1-TRG-FS = '00'
034300         SET AR1-REGISTRY-AVAILABLE TO TRUE
034400     ELSE
034500         DISPLAY 'AR1490: TRANSACTION-ID REGISTRY NOT AVAILABLE '
034600             '- PRIOR-RUN DUPLICATE CHECK NOT MADE'
034700     END-IF
034800     OPEN INPUT ACCOUNT-MASTER
034900     IF AR1-ACM-FS = '00'
035000         SET AR1-ACCT-MASTER-AVAILABLE TO TRUE
035100     ELSE
035200         DISPLAY 'AR1490: CUSTOMER ACCOUNT MASTER NOT AVAILABLE '
035300             '- ACCOUNT STATUS CHECK NOT MADE'
035400     END-IF
035500     OPEN INPUT BALANCE-MASTER
035600     IF AR1-BAL-FS = '00'
035700         SET AR1-BAL-MASTER-AVAILABLE TO TRUE
035800     ELSE
035900         DISPLAY 'AR1490: BALANCE MASTER NOT AVAILABLE '
036000             '- BALANCE RECORD CHECK NOT MADE'
036100     END-IF
036200     .
036300 1200-EXIT.
036400     EXIT.
036500
036600 1210-LOAD-TYPE-TABLE.
036700     READ CONTROL-PARM-IN
036800         AT END SET AR1-PARM-EOF TO TRUE
036900     END-READ
037000     PERFORM 1220-LOAD-ONE-TYPE THRU 1220-EXIT
037100         UNTIL AR1-PARM-EOF
037200     .
037300 1210-EXIT.
037400     EXIT.
037500
037600 1220-LOAD-ONE-TYPE.
037700*    ONLY THE FIRST OCCURRENCE OF A TYPE TAKES A SLOT, AS IN
037800*    THE AR1110 TABLE
037900     MOVE AR1-PRM-ACCOUNT-TYPE TO AR1-ACCOUNT-TYPE
038000     PERFORM 6100-CHECK-ACCOUNT-TYPE THRU 6100-EXIT
038100     IF NOT AR1-TYPE-FOUND
038200         IF AR1-TYPE-COUNT < 20
038300             ADD 1 TO AR1-TYPE-COUNT
038400             SET AR1-TYPE-NDX TO AR1-TYPE-COUNT
038500             MOVE AR1-PRM-ACCOUNT-TYPE
038600                 TO AR1-TBL-TYPE (AR1-TYPE-NDX)
038700         ELSE
038800             DISPLAY 'AR1490: TYPE TABLE FULL - IGNORING TYPE '
038900                 AR1-PRM-ACCOUNT-TYPE
039000         END-IF
039100     END-IF
039200     READ CONTROL-PARM-IN
039300         AT END SET AR1-PARM-EOF TO TRUE
039400     END-READ
039500     .
039600 1220-EXIT.
039700     EXIT.
039800
039900 2000-REVIEW-ONE-REJECT.
040000     IF NOT AR1-RJQ-OUTSTANDING
040100         GO TO 2000-READ-NEXT
040200     END-IF
040300     IF AR1-SEL-REASON NOT = SPACES
040400         AND AR1-RJQ-CURR-REASON NOT = AR1-SEL-REASON
040500         GO TO 2000-READ-NEXT
040600     END-IF
040700     IF AR1-SEL-RUN-ID NOT = SPACES
040800         AND AR1-RJQ-RUN-ID NOT = AR1-SEL-RUN-ID
040900         GO TO 2000-READ-NEXT
041000     END-IF
041100
041200     PERFORM 2200-LOAD-SCREEN-FIELDS THRU 2200-EXIT
041300     DISPLAY AR1-REPAIR-SCREEN
041400     ACCEPT  AR1-REPAIR-SCREEN
041500
041600     EVALUATE TRUE
041700         WHEN AR1-ACTION-CORRECT
041800             PERFORM 3000-CORRECT-REJECT THRU 3000-EXIT
041900         WHEN AR1-ACTION-RELEASE
042000             PERFORM 4000-RELEASE-REJECT THRU 4000-EXIT
042100         WHEN AR1-ACTION-VOID
042200             PERFORM 5000-VOID-REJECT THRU 5000-EXIT
042300         WHEN OTHER
042400             ADD 1 TO AR1-SKIPPED-COUNT
042500     END-EVALUATE
042600     .
042700 2000-READ-NEXT.
042800     PERFORM 2100-READ-QUEUE THRU 2100-EXIT
042900     .
043000 2000-EXIT.
043100     EXIT.
043200
043300 2100-READ-QUEUE.
043400     READ REJECT-QUEUE
043500         AT END SET AR1-RJQ-EOF TO TRUE
043600     END-READ
043700     .
043800 2100-EXIT.
043900     EXIT.
044000
044100 2200-LOAD-SCREEN-FIELDS.
044200*    AN AMOUNT THAT IS NOT NUMERIC CANNOT BE SHOWN IN THE
044300*    AMOUNT FIELD - IT COMES UP ZERO, AND UNLESS THE OPERATOR
044400*    KEYS ONE THE BAD BYTES ARE KEPT SO IT STILL FAILS NNUM
044500     MOVE AR1-RJQ-CURR-IMAGE   TO AR1-TRANS-RECORD
044600     MOVE AR1-TRANS-ID         TO AR1-SCR-TRANS-ID
044700     MOVE AR1-ACCOUNT-ID       TO AR1-SCR-ACCOUNT-ID
044800     MOVE AR1-ACCOUNT-TYPE     TO AR1-SCR-ACCOUNT-TYPE
044900     MOVE AR1-TRANS-TYPE-CODE  TO AR1-SCR-TYPE-CODE
045000     IF AR1-TRANS-AMOUNT NUMERIC
045100         MOVE 'N' TO AR1-AMOUNT-BAD-SWITCH
045200         MOVE AR1-TRANS-AMOUNT TO AR1-SCR-AMOUNT
045300     ELSE
045400         SET AR1-AMOUNT-UNREADABLE TO TRUE
045500         MOVE ZERO TO AR1-SCR-AMOUNT
045600     END-IF
045700     MOVE SPACE  TO AR1-SCR-ACTION
045800     MOVE SPACES TO AR1-SCR-VOID-REASON
045900     .
046000 2200-EXIT.
046100     EXIT.
046200
046300 2300-APPLY-SCREEN-FIELDS.
046400*    BUILDS THE CORRECTED IMAGE, RE-RUNS THE EDITS AGAINST IT
046500*    AND STORES BOTH ON THE QUEUE RECORD (NOT YET REWRITTEN)
046600     MOVE AR1-RJQ-STATUS       TO AR1-OLD-STATUS
046700     MOVE AR1-RJQ-CURR-IMAGE   TO AR1-BEFORE-IMAGE
046800     MOVE AR1-RJQ-CURR-IMAGE   TO AR1-TRANS-RECORD
046900     MOVE AR1-SCR-TRANS-ID     TO AR1-TRANS-ID
047000     MOVE AR1-SCR-ACCOUNT-ID   TO AR1-ACCOUNT-ID
047100     MOVE AR1-SCR-ACCOUNT-TYPE TO AR1-ACCOUNT-TYPE
047200     MOVE AR1-SCR-TYPE-CODE    TO AR1-TRANS-TYPE-CODE
047300     IF NOT AR1-AMOUNT-UNREADABLE
047400         OR AR1-SCR-AMOUNT NOT = ZERO
047500         MOVE AR1-SCR-AMOUNT   TO AR1-TRANS-AMOUNT
047600     END-IF
047700     PERFORM 6000-RUN-EDITS THRU 6000-EXIT
047800     MOVE AR1-TRANS-RECORD     TO AR1-RJQ-CURR-IMAGE
047900     MOVE AR1-WORK-REASON-CODE TO AR1-RJQ-CURR-REASON
048000     IF AR1-WORK-REASON-CODE = SPACES
048100         SET AR1-RJQ-CORRECTED TO TRUE
048200     ELSE
048300         SET AR1-RJQ-OPEN TO TRUE
048400     END-IF
048500     MOVE AR1-OPERATOR-ID       TO AR1-RJQ-LAST-OPERATOR
048600     MOVE AR1-CURRENT-TIMESTAMP TO AR1-RJQ-LAST-TIMESTAMP
048700     .
048800 2300-EXIT.
048900     EXIT.
049000
049100 3000-CORRECT-REJECT.
049200     PERFORM 2300-APPLY-SCREEN-FIELDS THRU 2300-EXIT
049300     MOVE 'C' TO AR1-RJL-FUNCTION
049400     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
049500     IF NOT AR1-LOG-WRITTEN
049600         GO TO 3000-EXIT
049700     END-IF
049800     REWRITE AR1-RJQ-RECORD
049900     IF AR1-RJQ-FS NOT = '00'
050000         DISPLAY 'REJECT QUEUE REWRITE FAILED - STATUS '
050100             AR1-RJQ-FS ' - CORRECTION NOT SAVED'
050200         GO TO 3000-EXIT
050300     END-IF
050400     ADD 1 TO AR1-CORRECTED-COUNT
050500     IF AR1-RJQ-CORRECTED
050600         DISPLAY 'CORRECTION SAVED - EDITS PASSED, READY TO '
050700             'RELEASE'
050800     ELSE
050900         DISPLAY 'CORRECTION SAVED - STILL FAILS EDIT '
051000             AR1-RJQ-CURR-REASON
051100     END-IF
051200     .
051300 3000-EXIT.
051400     EXIT.
051500
051600 4000-RELEASE-REJECT.
051700*    ANY CORRECTION KEYED WITH THE RELEASE IS APPLIED FIRST;
051800*    IF THE RESULT FAILS THE EDITS IT IS SAVED AS A CORRECTION
051900*    AND NOT RELEASED
052000     PERFORM 2300-APPLY-SCREEN-FIELDS THRU 2300-EXIT
052100     IF AR1-RJQ-OPEN
052200         DISPLAY 'RELEASE REFUSED - RECORD FAILS EDIT '
052300             AR1-RJQ-CURR-REASON ' - SAVED AS A CORRECTION'
052400         MOVE 'C' TO AR1-RJL-FUNCTION
052500         PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
052600         IF AR1-LOG-WRITTEN
052700             REWRITE AR1-RJQ-RECORD
052800             IF AR1-RJQ-FS = '00'
052900                 ADD 1 TO AR1-CORRECTED-COUNT
053000             ELSE
053100                 DISPLAY 'REJECT QUEUE REWRITE FAILED - STATUS '
053200                     AR1-RJQ-FS ' - CORRECTION NOT SAVED'
053300             END-IF
053400         END-IF
053500         GO TO 4000-EXIT
053600     END-IF
053700     SET AR1-RJQ-RESUBMITTED TO TRUE
053800     MOVE SPACES TO AR1-RJQ-RELEASE-RUN-ID
053900     MOVE 'R' TO AR1-RJL-FUNCTION
054000     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
054100     IF NOT AR1-LOG-WRITTEN
054200         GO TO 4000-EXIT
054300     END-IF
054400     REWRITE AR1-RJQ-RECORD
054500     IF AR1-RJQ-FS NOT = '00'
054600         DISPLAY 'REJECT QUEUE REWRITE FAILED - STATUS '
054700             AR1-RJQ-FS ' - NOT RELEASED'
054800         GO TO 4000-EXIT
054900     END-IF
055000     ADD 1 TO AR1-RELEASED-COUNT
055100     DISPLAY 'RELEASED - GOES TO THE NEXT CYCLE''S RAW FEED'
055200     .
055300 4000-EXIT.
055400     EXIT.
055500
055600 5000-VOID-REJECT.
055700     IF AR1-SCR-VOID-REASON = SPACES
055800         DISPLAY 'A VOID NEEDS A REASON - REJECT SKIPPED'
055900         ADD 1 TO AR1-SKIPPED-COUNT
056000         GO TO 5000-EXIT
056100     END-IF
056200     MOVE AR1-RJQ-STATUS        TO AR1-OLD-STATUS
056300     MOVE AR1-RJQ-CURR-IMAGE    TO AR1-BEFORE-IMAGE
056400     SET AR1-RJQ-VOIDED TO TRUE
056500     MOVE AR1-SCR-VOID-REASON   TO AR1-RJQ-VOID-REASON
056600     MOVE AR1-OPERATOR-ID       TO AR1-RJQ-LAST-OPERATOR
056700     MOVE AR1-CURRENT-TIMESTAMP TO AR1-RJQ-LAST-TIMESTAMP
056800     MOVE 'V' TO AR1-RJL-FUNCTION
056900     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
057000     IF NOT AR1-LOG-WRITTEN
057100         GO TO 5000-EXIT
057200     END-IF
057300     REWRITE AR1-RJQ-RECORD
057400     IF AR1-RJQ-FS NOT = '00'
057500         DISPLAY 'REJECT QUEUE REWRITE FAILED - STATUS '
057600             AR1-RJQ-FS ' - NOT VOIDED'
057700         GO TO 5000-EXIT
057800     END-IF
057900     ADD 1 TO AR1-VOIDED-COUNT
058000     DISPLAY 'REJECT VOIDED'
058100     .
058200 5000-EXIT.
058300     EXIT.
058400
058500 6000-RUN-EDITS.
058600*    THE AR1110 EDITS IN THE AR1110 ORDER, FIRST FAILURE WINS,
058700*    FOLLOWED BY THE AR1100 BALANCE RECORD CHECK
058800     MOVE SPACES TO AR1-WORK-REASON-CODE
058900     IF AR1-TRANS-AMOUNT NOT NUMERIC
059000         MOVE 'NNUM' TO AR1-WORK-REASON-CODE
059100         GO TO 6000-EXIT
059200     END-IF
059300     IF AR1-ACCOUNT-ID = SPACES
059400         MOVE 'ACCT' TO AR1-WORK-REASON-CODE
059500         GO TO 6000-EXIT
059600     END-IF
059700     IF AR1-TRANS-ID = SPACES
059800         MOVE 'TRNS' TO AR1-WORK-REASON-CODE
059900         GO TO 6000-EXIT
060000     END-IF
060100     IF NOT AR1-TRANS-TYPE-VALID
060200         MOVE 'TCDE' TO AR1-WORK-REASON-CODE
060300         GO TO 6000-EXIT
060400     END-IF
060500
060600*    AN ID ON THE REGISTRY WAS ACCEPTED AND POSTED ON SOME
060700*    EARLIER RUN, SO ANY HIT IS A DUPLICATE.  AN AR1110 REJECT IS
060800*    NEVER REGISTERED, AND AR1100 TAKES AN NBAL REJECT'S ID BACK
060900*    OFF THE REGISTRY WHEN IT WRITES THE REJECT
061000     IF AR1-REGISTRY-AVAILABLE
061100         MOVE AR1-TRANS-ID TO AR1-TRG-TRANS-ID
061200         READ TRANS-REGISTRY
061300             INVALID KEY
061400                 CONTINUE
061500             NOT INVALID KEY
061600                 MOVE 'PDUP' TO AR1-WORK-REASON-CODE
061700         END-READ
061800         IF AR1-WORK-REASON-CODE NOT = SPACES
061900             GO TO 6000-EXIT
062000         END-IF
062100     END-IF
062200
062300     IF AR1-ACCT-MASTER-AVAILABLE
062400         MOVE AR1-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
062500         READ ACCOUNT-MASTER
062600             INVALID KEY
062700                 MOVE 'UNKN' TO AR1-WORK-REASON-CODE
062800                 GO TO 6000-EXIT
062900         END-READ
063000         IF AR1-ACM-SUSPENDED
063100             MOVE 'SUSP' TO AR1-WORK-REASON-CODE
063200             GO TO 6000-EXIT
063300         END-IF
063400         IF AR1-ACM-CLOSED
063500             MOVE 'CLSD' TO AR1-WORK-REASON-CODE
063600             GO TO 6000-EXIT
063700         END-IF
063800     END-IF
063900
064000     PERFORM 6100-CHECK-ACCOUNT-TYPE THRU 6100-EXIT
064100     IF NOT AR1-TYPE-FOUND
064200         MOVE 'TYPE' TO AR1-WORK-REASON-CODE
064300         GO TO 6000-EXIT
064400     END-IF
064500
064600     IF AR1-BAL-MASTER-AVAILABLE
064700         MOVE AR1-ACCOUNT-ID TO AR1-BAL-ACCOUNT-ID
064800         READ BALANCE-MASTER
064900             INVALID KEY
065000                 MOVE 'NBAL' TO AR1-WORK-REASON-CODE
065100         END-READ
065200     END-IF
065300     .
065400 6000-EXIT.
065500     EXIT.
065600
065700 6100-CHECK-ACCOUNT-TYPE.
065800     MOVE 'N' TO AR1-TYPE-FOUND-SWITCH
065900     IF AR1-TYPE-COUNT = ZERO
066000         GO TO 6100-EXIT
066100     END-IF
066200     SET AR1-TYPE-NDX TO 1
066300     SEARCH AR1-TYPE-ENTRY
066400         AT END
066500             MOVE 'N' TO AR1-TYPE-FOUND-SWITCH
066600         WHEN AR1-TYPE-NDX > AR1-TYPE-COUNT
066700             MOVE 'N' TO AR1-TYPE-FOUND-SWITCH
066800         WHEN AR1-TBL-TYPE (AR1-TYPE-NDX) = AR1-ACCOUNT-TYPE
066900             SET AR1-TYPE-FOUND TO TRUE
067000     END-SEARCH
067100     .
067200 6100-EXIT.
067300     EXIT.
067400
067500 7000-LOG-CHANGE.
067600*    NO LOG, NO REPAIR - THE LOG IS WRITTEN BEFORE THE QUEUE IS
067700*    REWRITTEN, SO AN ACTION THAT CANNOT BE LOGGED IS NOT MADE
067800     MOVE 'N' TO AR1-LOG-WRITTEN-SWITCH
067900     MOVE AR1-CURRENT-TIMESTAMP TO AR1-RJL-TIMESTAMP
068000     MOVE AR1-OPERATOR-ID       TO AR1-RJL-OPERATOR-ID
068100     MOVE AR1-RJQ-RUN-ID        TO AR1-RJL-RUN-ID
068200     MOVE AR1-RJQ-SEQ           TO AR1-RJL-SEQ
068300     MOVE AR1-OLD-STATUS        TO AR1-RJL-OLD-STATUS
068400     MOVE AR1-RJQ-STATUS        TO AR1-RJL-NEW-STATUS
068500     MOVE AR1-RJQ-CURR-REASON   TO AR1-RJL-EDIT-REASON
068600     MOVE AR1-BEFORE-IMAGE      TO AR1-RJL-BEFORE-IMAGE
068700     MOVE AR1-RJQ-CURR-IMAGE    TO AR1-RJL-AFTER-IMAGE
068800     MOVE AR1-RJQ-VOID-REASON   TO AR1-RJL-VOID-REASON
068900     WRITE AR1-RJL-RECORD
069000     IF AR1-RJL-FS NOT = '00'
069100         DISPLAY 'REJECT REPAIR LOG WRITE FAILED - STATUS '
069200             AR1-RJL-FS ' - NOTHING SAVED'
069300         MOVE 8 TO AR1-RETURN-CODE
069400         GO TO 7000-EXIT
069500     END-IF
069600     SET AR1-LOG-WRITTEN TO TRUE
069700     .
069800 7000-EXIT.
069900     EXIT.
070000
070100 9000-TERMINATE.
070200     DISPLAY 'AR1490: CORRECTED ' AR1-CORRECTED-COUNT
070300         ' RELEASED ' AR1-RELEASED-COUNT
070400         ' VOIDED ' AR1-VOIDED-COUNT
070500         ' SKIPPED ' AR1-SKIPPED-COUNT
070600     IF AR1-SECURITY-OPEN
070700         CLOSE OPERATOR-SECURITY
070800     END-IF
070900     IF AR1-CHANGE-LOG-OPEN
071000         CLOSE REJECT-REPAIR-LOG
071100     END-IF
071200     IF AR1-QUEUE-OPEN
071300         CLOSE REJECT-QUEUE
071400     END-IF
071500     IF AR1-REGISTRY-AVAILABLE
071600         CLOSE TRANS-REGISTRY
071700     END-IF
071800     IF AR1-ACCT-MASTER-AVAILABLE
071900         CLOSE ACCOUNT-MASTER
072000     END-IF
072100     IF AR1-BAL-MASTER-AVAILABLE
072200         CLOSE BALANCE-MASTER
072300     END-IF
072400     .
072500 9000-EXIT.
072600     EXIT.
