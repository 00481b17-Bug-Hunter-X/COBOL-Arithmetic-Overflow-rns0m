000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1420.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1420 - BAD-DEBT WRITE-OFF CANDIDATE PROPOSAL RUN         *
000900*                                                                *
001000*    HOPELESSLY PAST-DUE RECEIVABLES USED TO SIT ON THE         *
001100*    BALANCE MASTER AND OPEN-ITEM FILE FOREVER, CLEARED ONLY    *
001200*    BY A ONE-OFF AR1190 ADJUSTMENT THAT LEFT THE ITEMS OPEN    *
001300*    AND BOOKED NOTHING TO BAD DEBT.  THIS RUN WALKS THE OPEN-  *
001400*    ITEM FILE AND PROPOSES FOR WRITE-OFF EVERY OPEN CHARGE     *
001500*    THAT IS AT LEAST THE PARAMETER FILE'S MINIMUM DAYS PAST    *
001600*    ITS ITEM DATE AND STILL HAS AT LEAST ITS MINIMUM AMOUNT    *
001700*    OPEN.  EACH PROPOSAL IS QUEUED PENDING ON THE WRITE-OFF    *
001800*    PENDING FILE UNDER THE PARAMETER FILE'S REQUESTING         *
001900*    OPERATOR; NOTHING POSTS UNTIL A DIFFERENT OPERATOR         *
002000*    APPROVES IT ON THE AR1430 SCREEN.  AN ITEM ALREADY ON THE  *
002100*    PENDING FILE (PENDING OR REJECTED) IS NOT PROPOSED AGAIN,  *
002200*    SO THE RUN CAN BE REPEATED SAFELY.  AN ACCOUNT THAT STILL  *
002300*    CARRIES OPEN UNAPPLIED CASH IS HELD - THAT CASH HAS TO BE  *
002400*    APPLIED BEFORE ANYTHING ON THE ACCOUNT IS WRITTEN OFF.     *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    ---------- ----  ------------------------------------------*
002900*    2026-10-14 RVH   ORIGINAL WRITE-OFF CANDIDATE PROPOSAL RUN *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-390.
003400 OBJECT-COMPUTER. IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT WRITEOFF-PARM-IN ASSIGN TO WOFFPARM
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS AR1-WPM-FS.
004000
004100     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS AR1-OPR-OPERATOR-ID
004500         FILE STATUS IS AR1-OPR-FS.
004600
004700     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS AR1-OPI-KEY
005100         FILE STATUS IS AR1-OPI-FS.
005200
005300     SELECT WRITEOFF-PENDING ASSIGN TO WOFFPEND
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS AR1-WOP-FS.
005600
005700     SELECT WRITEOFF-RPT ASSIGN TO WOFFRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS AR1-RPT-FS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  WRITEOFF-PARM-IN
006400     RECORDING MODE IS F.
006500     COPY AR1WPM.
006600
006700 FD  OPERATOR-SECURITY
006800     RECORDING MODE IS F.
006900     COPY AR1OPR.
007000
007100 FD  OPEN-ITEM-FILE
007200     RECORDING MODE IS F.
007300     COPY AR1OPI.
007400
007500 FD  WRITEOFF-PENDING
007600     RECORDING MODE IS F.
007700     COPY AR1WOP.
007800
007900 FD  WRITEOFF-RPT
008000     RECORDING MODE IS F.
008100 01  AR1-RPT-LINE                PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400 01  AR1-FILE-STATUSES.
008500     05  AR1-WPM-FS              PIC X(02) VALUE '00'.
008600     05  AR1-OPR-FS              PIC X(02) VALUE '00'.
008700     05  AR1-OPI-FS              PIC X(02) VALUE '00'.
008800     05  AR1-WOP-FS              PIC X(02) VALUE '00'.
008900     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
009000
009100 01  AR1-SWITCHES.
009200     05  AR1-OPI-EOF-SWITCH      PIC X(01) VALUE 'N'.
009300         88  AR1-OPI-EOF             VALUE 'Y'.
009400     05  AR1-WOP-EOF-SWITCH      PIC X(01) VALUE 'N'.
009500         88  AR1-WOP-EOF             VALUE 'Y'.
009600     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
009700         88  AR1-RUN-BLOCKED         VALUE 'Y'.
009800     05  AR1-PROPOSED-SWITCH     PIC X(01) VALUE 'N'.
009900         88  AR1-ALREADY-PROPOSED    VALUE 'Y'.
010000
010100 01  AR1-CONTROL-FIELDS.
010200     05  AR1-RUN-ID              PIC X(08).
010300     05  AR1-RUN-DATE            PIC X(08).
010400     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
010500     05  AR1-RUN-DATE-NUM        PIC 9(08).
010600     05  AR1-RUN-DATE-INT        PIC S9(09) COMP.
010700     05  AR1-WORK-DATE-NUM       PIC 9(08).
010800     05  AR1-WORK-DATE-INT       PIC S9(09) COMP.
010900
011000     COPY AR1140P.
011100     COPY AR1130P.
011200
011300*    EVERY ITEM ALREADY ON THE PENDING FILE, WHATEVER ITS
011400*    STATUS - A REJECTED PROPOSAL IS NOT PUT BACK IN FRONT OF
011500*    THE APPROVERS EVERY NIGHT
011600 01  AR1-PROPOSED-TABLE.
011700     05  AR1-PROPOSED-COUNT      PIC 9(05) COMP VALUE ZERO.
011800     05  AR1-PROPOSED-ENTRY OCCURS 5000 TIMES
011900                            INDEXED BY AR1-PRP-NDX.
012000         10  AR1-PRP-ITEM-KEY    PIC X(28).
012100
012200*    THE CURRENT ACCOUNT'S CANDIDATES, HELD UNTIL THE WHOLE
012300*    ACCOUNT HAS BEEN READ AND ITS UNAPPLIED CASH IS KNOWN
012400 01  AR1-CANDIDATE-TABLE.
012500     05  AR1-CAND-COUNT          PIC 9(04) COMP VALUE ZERO.
012600     05  AR1-CAND-ENTRY OCCURS 100 TIMES
012700                        INDEXED BY AR1-CAND-NDX.
012800         10  AR1-CND-ITEM-KEY.
012900             15  AR1-CND-ACCOUNT-ID
013000                                 PIC X(10).
013100             15  AR1-CND-ITEM-DATE
013200                                 PIC X(08).
013300             15  AR1-CND-ITEM-TRANS
013400                                 PIC X(10).
013500         10  AR1-CND-AMOUNT      PIC S9(7)V99.
013600         10  AR1-CND-DAYS        PIC 9(05).
013700
013800 01  AR1-WORK-FIELDS.
013900     05  AR1-WORK-ACCOUNT-ID     PIC X(10).
014000     05  AR1-WORK-UNAPPLIED      PIC S9(09)V99 VALUE ZERO.
014100     05  AR1-WORK-DAYS           PIC 9(05) VALUE ZERO.
014200     05  AR1-WORK-ITEM-KEY       PIC X(28).
014300
014400 01  AR1-COUNTERS.
014500     05  AR1-ITEM-COUNT          PIC 9(09) COMP VALUE ZERO.
014600     05  AR1-NEW-PROPOSAL-COUNT  PIC 9(09) COMP VALUE ZERO.
014700     05  AR1-ON-FILE-COUNT       PIC 9(09) COMP VALUE ZERO.
014800     05  AR1-HELD-COUNT          PIC 9(09) COMP VALUE ZERO.
014900     05  AR1-OVERFLOW-COUNT      PIC 9(09) COMP VALUE ZERO.
015000
015100 01  AR1-TOTALS.
015200     05  AR1-PROPOSED-TOTAL      PIC S9(11)V99 VALUE ZERO.
015300     05  AR1-HELD-TOTAL          PIC S9(11)V99 VALUE ZERO.
015400
015500 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
015600
015700 01  AR1-REPORT-LINES.
015800     05  AR1-HDR-LINE.
015900         10  FILLER              PIC X(36)
016000             VALUE 'AR1420 WRITE-OFF CANDIDATES PROPOSED'.
016100         10  FILLER              PIC X(02) VALUE SPACES.
016200         10  AR1-HDR-RUN-ID      PIC X(08).
016300         10  FILLER              PIC X(02) VALUE SPACES.
016400         10  AR1-HDR-DATE        PIC X(08).
016500     05  AR1-PARM-LINE.
016600         10  FILLER              PIC X(14)
016700             VALUE 'MINIMUM DAYS  '.
016800         10  AR1-PRM-DAYS        PIC ZZZ9.
016900         10  FILLER              PIC X(18)
017000             VALUE '   MINIMUM AMOUNT '.
017100         10  AR1-PRM-AMOUNT      PIC ZZZZZZ9.99.
017200         10  FILLER              PIC X(15)
017300             VALUE '   REQUESTER   '.
017400         10  AR1-PRM-OPERATOR    PIC X(08).
017500     05  AR1-DTL-LINE.
017600         10  AR1-DTL-ACTION      PIC X(09).
017700         10  AR1-DTL-ACCOUNT     PIC X(10).
017800         10  FILLER              PIC X(02) VALUE SPACES.
017900         10  AR1-DTL-ITEM-DATE   PIC X(08).
018000         10  FILLER              PIC X(02) VALUE SPACES.
018100         10  AR1-DTL-TRANS       PIC X(10).
018200         10  FILLER              PIC X(02) VALUE SPACES.
018300         10  AR1-DTL-DAYS        PIC ZZZZ9.
018400         10  FILLER              PIC X(02) VALUE SPACES.
018500         10  AR1-DTL-AMOUNT      PIC ZZZZZZ9.99-.
018600     05  AR1-HELD-LINE.
018700         10  FILLER              PIC X(09) VALUE 'HELD     '.
018800         10  AR1-HLD-ACCOUNT     PIC X(10).
018900         10  FILLER              PIC X(36) VALUE
019000             '  OPEN UNAPPLIED CASH TO APPLY FIRST'.
019100         10  FILLER              PIC X(01) VALUE SPACES.
019200         10  AR1-HLD-AMOUNT      PIC ZZZZZZZZ9.99-.
019300     05  AR1-TOT-LINE.
019400         10  AR1-TOT-LABEL       PIC X(30).
019500         10  AR1-TOT-COUNT       PIC ZZZZZZZZ9.
019600         10  FILLER              PIC X(02) VALUE SPACES.
019700         10  AR1-TOT-AMOUNT      PIC ZZZZZZZZZZ9.99-.
019800
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020200     IF NOT AR1-RUN-BLOCKED
020300         PERFORM 2000-PROPOSE-ONE-ACCOUNT THRU 2000-EXIT
020400             UNTIL AR1-OPI-EOF
020500         PERFORM 9000-TERMINATE THRU 9000-EXIT
020600     END-IF
020700     IF AR1-RUN-BLOCKED
020800         MOVE 8 TO AR1-RETURN-CODE
020900     END-IF
021000     MOVE AR1-RETURN-CODE TO RETURN-CODE
021100     GOBACK.
021200
021300 1000-INITIALIZE.
021400     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
021500     INITIALIZE LK-AR1130-PARMS
021600     CALL 'AR1130' USING LK-AR1130-PARMS
021700     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
021800     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
021900     MOVE AR1-RUN-DATE TO AR1-RUN-DATE-NUM
022000     COMPUTE AR1-RUN-DATE-INT =
022100         FUNCTION INTEGER-OF-DATE (AR1-RUN-DATE-NUM)
022200
022300*    PROPOSING IS REPEATABLE - ITEMS ALREADY ON THE PENDING
022400*    FILE ARE NEVER PROPOSED TWICE - SO A RERUN IS ALLOWED
022500     INITIALIZE LK-AR1140-PARMS
022600     SET LK-RCN-START TO TRUE
022700     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
022800     MOVE 'AR1420  ' TO LK-RCN-PROGRAM-ID
022900     CALL 'AR1140' USING LK-AR1140-PARMS
023000
023100     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
023200     IF AR1-RUN-BLOCKED
023300         GO TO 1000-EXIT
023400     END-IF
023500     PERFORM 1200-LOAD-PROPOSED THRU 1200-EXIT
023600     IF AR1-RUN-BLOCKED
023700         GO TO 1000-EXIT
023800     END-IF
023900
024000     OPEN INPUT OPEN-ITEM-FILE
024100     IF AR1-OPI-FS NOT = '00'
024200         DISPLAY 'AR1420: OPEN-ITEM FILE NOT AVAILABLE - '
024300             'STATUS ' AR1-OPI-FS ' - RUN BLOCKED'
024400         SET AR1-RUN-BLOCKED TO TRUE
024500         GO TO 1000-EXIT
024600     END-IF
024700     OPEN EXTEND WRITEOFF-PENDING
024800     IF AR1-WOP-FS = '05' OR '35'
024900         OPEN OUTPUT WRITEOFF-PENDING
025000     END-IF
025100     IF AR1-WOP-FS NOT = '00'
025200         DISPLAY 'AR1420: WRITE-OFF PENDING FILE ERROR - '
025300             'STATUS ' AR1-WOP-FS ' - RUN BLOCKED'
025400         CLOSE OPEN-ITEM-FILE
025500         SET AR1-RUN-BLOCKED TO TRUE
025600         GO TO 1000-EXIT
025700     END-IF
025800     OPEN OUTPUT WRITEOFF-RPT
025900
026000     MOVE AR1-RUN-ID   TO AR1-HDR-RUN-ID
026100     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
026200     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
026300     WRITE AR1-RPT-LINE
026400     MOVE AR1-WPM-MIN-DAYS    TO AR1-PRM-DAYS
026500     MOVE AR1-WPM-MIN-AMOUNT  TO AR1-PRM-AMOUNT
026600     MOVE AR1-WPM-PROPOSED-BY TO AR1-PRM-OPERATOR
026700     MOVE AR1-PARM-LINE TO AR1-RPT-LINE
026800     WRITE AR1-RPT-LINE
026900
027000     PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT
027100     .
027200 1000-EXIT.
027300     EXIT.
027400
027500 1100-LOAD-PARM.
027600     OPEN INPUT WRITEOFF-PARM-IN
027700     IF AR1-WPM-FS NOT = '00'
027800         DISPLAY 'AR1420: WRITE-OFF PARAMETER FILE NOT '
027900             'AVAILABLE - STATUS ' AR1-WPM-FS ' - RUN BLOCKED'
028000         SET AR1-RUN-BLOCKED TO TRUE
028100         GO TO 1100-EXIT
028200     END-IF
028300     READ WRITEOFF-PARM-IN
028400         AT END
028500             DISPLAY 'AR1420: WRITE-OFF PARAMETER FILE EMPTY '
028600                 '- RUN BLOCKED'
028700             SET AR1-RUN-BLOCKED TO TRUE
028800     END-READ
028900     CLOSE WRITEOFF-PARM-IN
029000     IF AR1-RUN-BLOCKED
029100         GO TO 1100-EXIT
029200     END-IF
029300     IF AR1-WPM-MIN-DAYS = ZERO
029400         OR AR1-WPM-MIN-AMOUNT = ZERO
029500         OR AR1-WPM-REASON-CODE = SPACES
029600         DISPLAY 'AR1420: WRITE-OFF PARAMETERS INCOMPLETE - '
029700             'MINIMUM DAYS, MINIMUM AMOUNT AND REASON CODE '
029800             'ARE REQUIRED - RUN BLOCKED'
029900         SET AR1-RUN-BLOCKED TO TRUE
030000         GO TO 1100-EXIT
030100     END-IF
030200
030300*    THE REQUESTER MUST BE A REAL, ACTIVE OPERATOR - IT IS THE
030400*    IDENTITY THE APPROVAL SCREEN REFUSES TO LET APPROVE
030500     OPEN INPUT OPERATOR-SECURITY
030600     IF AR1-OPR-FS NOT = '00'
030700         DISPLAY 'AR1420: OPERATOR SECURITY FILE NOT '
030800             'AVAILABLE - RUN BLOCKED'
030900         SET AR1-RUN-BLOCKED TO TRUE
031000         GO TO 1100-EXIT
031100     END-IF
031200     MOVE AR1-WPM-PROPOSED-BY TO AR1-OPR-OPERATOR-ID
031300     READ OPERATOR-SECURITY
031400         INVALID KEY
031500             DISPLAY 'AR1420: REQUESTING OPERATOR '
031600                 AR1-WPM-PROPOSED-BY ' NOT ON SECURITY FILE '
031700                 '- RUN BLOCKED'
031800             SET AR1-RUN-BLOCKED TO TRUE
031900         NOT INVALID KEY
032000             IF NOT AR1-OPR-ACTIVE
032100                 DISPLAY 'AR1420: REQUESTING OPERATOR '
032200                     AR1-WPM-PROPOSED-BY ' NOT ACTIVE - RUN '
032300                     'BLOCKED'
032400                 SET AR1-RUN-BLOCKED TO TRUE
032500             END-IF
032600     END-READ
032700     CLOSE OPERATOR-SECURITY
032800     .
032900 1100-EXIT.
033000     EXIT.
033100
033200 1200-LOAD-PROPOSED.
033300     OPEN INPUT WRITEOFF-PENDING
033400     IF AR1-WOP-FS NOT = '00'
033500         GO TO 1200-EXIT
033600     END-IF
033700     READ WRITEOFF-PENDING
033800         AT END SET AR1-WOP-EOF TO TRUE
033900     END-READ
034000     PERFORM 1210-LOAD-ONE-PROPOSED THRU 1210-EXIT
034100         UNTIL AR1-WOP-EOF
034200         OR AR1-RUN-BLOCKED
034300     CLOSE WRITEOFF-PENDING
034400     .
034500 1200-EXIT.
034600     EXIT.
034700
034800 1210-LOAD-ONE-PROPOSED.
034900*    A FULL TABLE WOULD LET AN ITEM BE PROPOSED TWICE - BLOCK
035000     IF AR1-PROPOSED-COUNT NOT < 5000
035100         DISPLAY 'AR1420: MORE THAN 5000 PROPOSALS ON THE '
035200             'PENDING FILE - RUN BLOCKED, HOUSEKEEP WOFFPEND'
035300         SET AR1-RUN-BLOCKED TO TRUE
035400         GO TO 1210-EXIT
035500     END-IF
035600     ADD 1 TO AR1-PROPOSED-COUNT
035700     SET AR1-PRP-NDX TO AR1-PROPOSED-COUNT
035800     MOVE AR1-WOP-ITEM-KEY TO AR1-PRP-ITEM-KEY (AR1-PRP-NDX)
035900     READ WRITEOFF-PENDING
036000         AT END SET AR1-WOP-EOF TO TRUE
036100     END-READ
036200     .
036300 1210-EXIT.
036400     EXIT.
036500
036600 2000-PROPOSE-ONE-ACCOUNT.
036700     MOVE AR1-OPI-ACCOUNT-ID TO AR1-WORK-ACCOUNT-ID
036800     MOVE ZERO TO AR1-CAND-COUNT
036900     MOVE ZERO TO AR1-WORK-UNAPPLIED
037000     PERFORM 2200-SCREEN-ONE-ITEM THRU 2200-EXIT
037100         UNTIL AR1-OPI-EOF
037200         OR AR1-OPI-ACCOUNT-ID NOT = AR1-WORK-ACCOUNT-ID
037300     IF AR1-CAND-COUNT = ZERO
037400         GO TO 2000-EXIT
037500     END-IF
037600
037700     IF AR1-WORK-UNAPPLIED > ZERO
037800         ADD 1 TO AR1-HELD-COUNT
037900         MOVE AR1-WORK-ACCOUNT-ID TO AR1-HLD-ACCOUNT
038000         MOVE AR1-WORK-UNAPPLIED  TO AR1-HLD-AMOUNT
038100         MOVE AR1-HELD-LINE TO AR1-RPT-LINE
038200         WRITE AR1-RPT-LINE
038300         PERFORM 2400-REPORT-HELD-ITEM THRU 2400-EXIT
038400             VARYING AR1-CAND-NDX FROM 1 BY 1
038500             UNTIL AR1-CAND-NDX > AR1-CAND-COUNT
038600         GO TO 2000-EXIT
038700     END-IF
038800
038900     PERFORM 3000-WRITE-PROPOSAL THRU 3000-EXIT
039000         VARYING AR1-CAND-NDX FROM 1 BY 1
039100         UNTIL AR1-CAND-NDX > AR1-CAND-COUNT
039200     .
039300 2000-EXIT.
039400     EXIT.
039500
039600 2100-READ-OPEN-ITEM.
039700     READ OPEN-ITEM-FILE
039800         AT END SET AR1-OPI-EOF TO TRUE
039900     END-READ
040000     .
040100 2100-EXIT.
040200     EXIT.
040300
040400 2200-SCREEN-ONE-ITEM.
040500     IF NOT AR1-OPI-OPEN
040600         GO TO 2200-READ-NEXT
040700     END-IF
040800     IF AR1-OPI-UNAPPLIED
040900         ADD AR1-OPI-OPEN-AMT TO AR1-WORK-UNAPPLIED
041000         GO TO 2200-READ-NEXT
041100     END-IF
041200     ADD 1 TO AR1-ITEM-COUNT
041300     IF AR1-OPI-OPEN-AMT < AR1-WPM-MIN-AMOUNT
041400         GO TO 2200-READ-NEXT
041500     END-IF
041600     MOVE AR1-OPI-ITEM-DATE TO AR1-WORK-DATE-NUM
041700     COMPUTE AR1-WORK-DATE-INT =
041800         FUNCTION INTEGER-OF-DATE (AR1-WORK-DATE-NUM)
041900     IF AR1-WORK-DATE-INT < AR1-RUN-DATE-INT
042000         COMPUTE AR1-WORK-DAYS =
042100             AR1-RUN-DATE-INT - AR1-WORK-DATE-INT
042200     ELSE
042300         MOVE ZERO TO AR1-WORK-DAYS
042400     END-IF
042500     IF AR1-WORK-DAYS < AR1-WPM-MIN-DAYS
042600         GO TO 2200-READ-NEXT
042700     END-IF
042800
042900     MOVE AR1-OPI-KEY TO AR1-WORK-ITEM-KEY
043000     PERFORM 2300-CHECK-PROPOSED THRU 2300-EXIT
043100     IF AR1-ALREADY-PROPOSED
043200         ADD 1 TO AR1-ON-FILE-COUNT
043300         GO TO 2200-READ-NEXT
043400     END-IF
043500     IF AR1-CAND-COUNT NOT < 100
043600         ADD 1 TO AR1-OVERFLOW-COUNT
043700         GO TO 2200-READ-NEXT
043800     END-IF
043900     ADD 1 TO AR1-CAND-COUNT
044000     SET AR1-CAND-NDX TO AR1-CAND-COUNT
044100     MOVE AR1-OPI-KEY      TO AR1-CND-ITEM-KEY (AR1-CAND-NDX)
044200     MOVE AR1-OPI-OPEN-AMT TO AR1-CND-AMOUNT (AR1-CAND-NDX)
044300     MOVE AR1-WORK-DAYS    TO AR1-CND-DAYS (AR1-CAND-NDX)
044400     .
044500 2200-READ-NEXT.
044600     PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT
044700     .
044800 2200-EXIT.
044900     EXIT.
045000
045100 2300-CHECK-PROPOSED.
045200     MOVE 'N' TO AR1-PROPOSED-SWITCH
045300     IF AR1-PROPOSED-COUNT = ZERO
045400         GO TO 2300-EXIT
045500     END-IF
045600     SET AR1-PRP-NDX TO 1
045700     SEARCH AR1-PROPOSED-ENTRY
045800         AT END
045900             CONTINUE
046000         WHEN AR1-PRP-NDX > AR1-PROPOSED-COUNT
046100             CONTINUE
046200         WHEN AR1-PRP-ITEM-KEY (AR1-PRP-NDX) = AR1-WORK-ITEM-KEY
046300             SET AR1-ALREADY-PROPOSED TO TRUE
046400     END-SEARCH
046500     .
046600 2300-EXIT.
046700     EXIT.
046800
046900 2400-REPORT-HELD-ITEM.
047000     MOVE 'HELD     ' TO AR1-DTL-ACTION
047100     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
047200     ADD AR1-CND-AMOUNT (AR1-CAND-NDX) TO AR1-HELD-TOTAL
047300     .
047400 2400-EXIT.
047500     EXIT.
047600
047700 3000-WRITE-PROPOSAL.
047800     INITIALIZE AR1-WOP-RECORD
047900     MOVE AR1-CURRENT-TIMESTAMP TO AR1-WOP-TIMESTAMP
048000     MOVE AR1-CND-ITEM-KEY (AR1-CAND-NDX) TO AR1-WOP-ITEM-KEY
048100     MOVE AR1-CND-AMOUNT (AR1-CAND-NDX)   TO AR1-WOP-AMOUNT
048200     MOVE AR1-CND-DAYS (AR1-CAND-NDX)
048300                                 TO AR1-WOP-DAYS-PAST-DUE
048400     MOVE AR1-WPM-PROPOSED-BY   TO AR1-WOP-PROPOSED-BY
048500     MOVE AR1-WPM-REASON-CODE   TO AR1-WOP-REASON-CODE
048600     SET AR1-WOP-PENDING        TO TRUE
048700     MOVE SPACES                TO AR1-WOP-APPROVER-ID
048800     MOVE SPACES                TO AR1-WOP-DECIDED-DATE
048900     WRITE AR1-WOP-RECORD
049000     ADD 1 TO AR1-NEW-PROPOSAL-COUNT
049100     ADD AR1-CND-AMOUNT (AR1-CAND-NDX) TO AR1-PROPOSED-TOTAL
049200
049300     MOVE 'PROPOSED ' TO AR1-DTL-ACTION
049400     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
049500     .
049600 3000-EXIT.
049700     EXIT.
049800
049900 3100-WRITE-DETAIL.
050000     MOVE AR1-CND-ACCOUNT-ID (AR1-CAND-NDX)  TO AR1-DTL-ACCOUNT
050100     MOVE AR1-CND-ITEM-DATE (AR1-CAND-NDX)   TO AR1-DTL-ITEM-DATE
050200     MOVE AR1-CND-ITEM-TRANS (AR1-CAND-NDX)  TO AR1-DTL-TRANS
050300     MOVE AR1-CND-DAYS (AR1-CAND-NDX)        TO AR1-DTL-DAYS
050400     MOVE AR1-CND-AMOUNT (AR1-CAND-NDX)      TO AR1-DTL-AMOUNT
050500     MOVE AR1-DTL-LINE TO AR1-RPT-LINE
050600     WRITE AR1-RPT-LINE
050700     .
050800 3100-EXIT.
050900     EXIT.
051000
051100 9000-TERMINATE.
051200     MOVE 'OPEN CHARGES EXAMINED         ' TO AR1-TOT-LABEL
051300     MOVE AR1-ITEM-COUNT TO AR1-TOT-COUNT
051400     MOVE ZERO TO AR1-TOT-AMOUNT
051500     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
051600     WRITE AR1-RPT-LINE
051700     MOVE 'NEWLY PROPOSED                ' TO AR1-TOT-LABEL
051800     MOVE AR1-NEW-PROPOSAL-COUNT TO AR1-TOT-COUNT
051900     MOVE AR1-PROPOSED-TOTAL TO AR1-TOT-AMOUNT
052000     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
052100     WRITE AR1-RPT-LINE
052200     MOVE 'ACCOUNTS HELD - UNAPPLIED CASH' TO AR1-TOT-LABEL
052300     MOVE AR1-HELD-COUNT TO AR1-TOT-COUNT
052400     MOVE AR1-HELD-TOTAL TO AR1-TOT-AMOUNT
052500     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
052600     WRITE AR1-RPT-LINE
052700     MOVE 'ALREADY ON PENDING FILE       ' TO AR1-TOT-LABEL
052800     MOVE AR1-ON-FILE-COUNT TO AR1-TOT-COUNT
052900     MOVE ZERO TO AR1-TOT-AMOUNT
053000     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
053100     WRITE AR1-RPT-LINE
053200     IF AR1-OVERFLOW-COUNT > ZERO
053300         MOVE 'NOT PROPOSED - OVER 100 ITEMS ' TO AR1-TOT-LABEL
053400         MOVE AR1-OVERFLOW-COUNT TO AR1-TOT-COUNT
053500         MOVE ZERO TO AR1-TOT-AMOUNT
053600         MOVE AR1-TOT-LINE TO AR1-RPT-LINE
053700         WRITE AR1-RPT-LINE
053800         MOVE 4 TO AR1-RETURN-CODE
053900     END-IF
054000
054100     CLOSE OPEN-ITEM-FILE WRITEOFF-PENDING WRITEOFF-RPT
054200
054300     INITIALIZE LK-AR1140-PARMS
054400     SET LK-RCN-END TO TRUE
054500     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
054600     MOVE 'AR1420  ' TO LK-RCN-PROGRAM-ID
054700     MOVE AR1-NEW-PROPOSAL-COUNT TO LK-RCN-RECORD-COUNT
054800     CALL 'AR1140' USING LK-AR1140-PARMS
054900     .
055000 9000-EXIT.
055100     EXIT.
