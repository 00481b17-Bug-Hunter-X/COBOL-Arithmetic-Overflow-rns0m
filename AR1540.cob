000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1540.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1540 - UNAPPLIED-CASH REFUND CANDIDATE PROPOSAL RUN      *
000900*                                                                *
001000*    AR1290 PARKS AN OVERPAYMENT AS AN UNAPPLIED-CASH ITEM      *
001100*    (TYPE U) ON THE OPEN-ITEM FILE, AND UNTIL NOW THE CREDIT   *
001200*    JUST AGED THERE UNTIL SOMEBODY NOTICED.  THIS RUN WALKS    *
001300*    THE OPEN-ITEM FILE AND PROPOSES FOR REFUND EVERY OPEN      *
001400*    UNAPPLIED ITEM THAT IS AT LEAST THE PARAMETER FILE'S       *
001500*    MINIMUM DAYS PAST ITS ITEM DATE AND STILL HAS AT LEAST ITS *
001600*    MINIMUM AMOUNT OPEN.  EACH PROPOSAL IS QUEUED PENDING ON   *
001700*    THE REFUND FILE UNDER THE PARAMETER FILE'S REQUESTING      *
001800*    OPERATOR; NOTHING POSTS UNTIL A DIFFERENT OPERATOR         *
001900*    APPROVES IT ON THE AR1550 SCREEN.  AN ITEM ALREADY ON THE  *
002000*    REFUND FILE (WHATEVER ITS STATUS) IS NOT PROPOSED AGAIN,   *
002100*    SO THE RUN CAN BE REPEATED SAFELY.  AN ACCOUNT IS HELD     *
002200*    RATHER THAN REFUNDED WHEN:                                 *
002300*      - IT STILL HAS OPEN CHARGES - THE CASH HAS TO BE         *
002400*        APPLIED TO THEM, NOT PAID BACK;                        *
002500*      - IT CARRIES BAD-DEBT WRITE-OFF NOT YET RECOVERED -      *
002600*        AR1290 SHOULD HAVE TAKEN THE CASH AS A RECOVERY;       *
002700*      - IT IS NOT ON THE ACCOUNT MASTER - THERE IS NO PAYEE.   *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT  DESCRIPTION                               *
003100*    ---------- ----  ------------------------------------------*
003200*    2026-10-15 RVH   ORIGINAL REFUND CANDIDATE PROPOSAL RUN    *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-390.
003700 OBJECT-COMPUTER. IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT REFUND-PARM-IN ASSIGN TO REFPARM
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS AR1-RFP-FS.
004300
004400     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS AR1-OPR-OPERATOR-ID
004800         FILE STATUS IS AR1-OPR-FS.
004900
005000     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS AR1-OPI-KEY
005400         FILE STATUS IS AR1-OPI-FS.
005500
005600     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS AR1-ACM-ACCOUNT-ID
006000         FILE STATUS IS AR1-ACM-FS.
006100
006200     SELECT REFUND-FILE ASSIGN TO REFPEND
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS AR1-RFD-FS.
006500
006600     SELECT REFUND-RPT ASSIGN TO REFRPT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS AR1-RPT-FS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  REFUND-PARM-IN
007300     RECORDING MODE IS F.
007400     COPY AR1RFP.
007500
007600 FD  OPERATOR-SECURITY
007700     RECORDING MODE IS F.
007800     COPY AR1OPR.
007900
008000 FD  OPEN-ITEM-FILE
008100     RECORDING MODE IS F.
008200     COPY AR1OPI.
008300
008400 FD  ACCOUNT-MASTER
008500     RECORDING MODE IS F.
008600     COPY AR1ACM.
008700
008800 FD  REFUND-FILE
008900     RECORDING MODE IS F.
009000     COPY AR1RFD.
009100
009200 FD  REFUND-RPT
009300     RECORDING MODE IS F.
009400 01  AR1-RPT-LINE                PIC X(80).
009500
009600 WORKING-STORAGE SECTION.
009700 01  AR1-FILE-STATUSES.
009800     05  AR1-RFP-FS              PIC X(02) VALUE '00'.
009900     05  AR1-OPR-FS              PIC X(02) VALUE '00'.
010000     05  AR1-OPI-FS              PIC X(02) VALUE '00'.
010100     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
010200     05  AR1-RFD-FS              PIC X(02) VALUE '00'.
010300     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
010400
010500 01  AR1-SWITCHES.
010600     05  AR1-OPI-EOF-SWITCH      PIC X(01) VALUE 'N'.
010700         88  AR1-OPI-EOF             VALUE 'Y'.
010800     05  AR1-RFD-EOF-SWITCH      PIC X(01) VALUE 'N'.
010900         88  AR1-RFD-EOF             VALUE 'Y'.
011000     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
011100         88  AR1-RUN-BLOCKED         VALUE 'Y'.
011200     05  AR1-PROPOSED-SWITCH     PIC X(01) VALUE 'N'.
011300         88  AR1-ALREADY-PROPOSED    VALUE 'Y'.
011400
011500 01  AR1-CONTROL-FIELDS.
011600     05  AR1-RUN-ID              PIC X(08).
011700     05  AR1-RUN-DATE            PIC X(08).
011800     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
011900     05  AR1-RUN-DATE-NUM        PIC 9(08).
012000     05  AR1-RUN-DATE-INT        PIC S9(09) COMP.
012100     05  AR1-WORK-DATE-NUM       PIC 9(08).
012200     05  AR1-WORK-DATE-INT       PIC S9(09) COMP.
012300
012400     COPY AR1140P.
012500     COPY AR1130P.
012600
012700*    EVERY ITEM ALREADY ON THE REFUND FILE, WHATEVER ITS STATUS
012800*    - A REJECTED REFUND IS NOT PUT BACK IN FRONT OF THE
012900*    APPROVERS EVERY NIGHT
013000 01  AR1-PROPOSED-TABLE.
013100     05  AR1-PROPOSED-COUNT      PIC 9(05) COMP VALUE ZERO.
013200     05  AR1-PROPOSED-ENTRY OCCURS 5000 TIMES
013300                            INDEXED BY AR1-PRP-NDX.
013400         10  AR1-PRP-ITEM-KEY    PIC X(28).
013500
013600*    THE CURRENT ACCOUNT'S CANDIDATES, HELD UNTIL THE WHOLE
013700*    ACCOUNT HAS BEEN READ AND ITS OPEN CHARGES ARE KNOWN
013800 01  AR1-CANDIDATE-TABLE.
013900     05  AR1-CAND-COUNT          PIC 9(04) COMP VALUE ZERO.
014000     05  AR1-CAND-ENTRY OCCURS 100 TIMES
014100                        INDEXED BY AR1-CAND-NDX.
014200         10  AR1-CND-ITEM-KEY.
014300             15  AR1-CND-ACCOUNT-ID
014400                                 PIC X(10).
014500             15  AR1-CND-ITEM-DATE
014600                                 PIC X(08).
014700             15  AR1-CND-ITEM-TRANS
014800                                 PIC X(10).
014900         10  AR1-CND-AMOUNT      PIC S9(7)V99.
015000         10  AR1-CND-DAYS        PIC 9(05).
015100
015200 01  AR1-WORK-FIELDS.
015300     05  AR1-WORK-ACCOUNT-ID     PIC X(10).
015400     05  AR1-WORK-CHARGES        PIC S9(09)V99 VALUE ZERO.
015500     05  AR1-WORK-UNRECOVERED    PIC S9(09)V99 VALUE ZERO.
015600     05  AR1-WORK-DAYS           PIC 9(05) VALUE ZERO.
015700     05  AR1-WORK-ITEM-KEY       PIC X(28).
015800
015900 01  AR1-COUNTERS.
016000     05  AR1-ITEM-COUNT          PIC 9(09) COMP VALUE ZERO.
016100     05  AR1-NEW-PROPOSAL-COUNT  PIC 9(09) COMP VALUE ZERO.
016200     05  AR1-ON-FILE-COUNT       PIC 9(09) COMP VALUE ZERO.
016300     05  AR1-HELD-COUNT          PIC 9(09) COMP VALUE ZERO.
016400     05  AR1-OVERFLOW-COUNT      PIC 9(09) COMP VALUE ZERO.
016500
016600 01  AR1-TOTALS.
016700     05  AR1-PROPOSED-TOTAL      PIC S9(11)V99 VALUE ZERO.
016800     05  AR1-HELD-TOTAL          PIC S9(11)V99 VALUE ZERO.
016900
017000 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
017100
017200 01  AR1-REPORT-LINES.
017300     05  AR1-HDR-LINE.
017400         10  FILLER              PIC X(36)
017500             VALUE 'AR1540 REFUND CANDIDATES PROPOSED   '.
017600         10  FILLER              PIC X(02) VALUE SPACES.
017700         10  AR1-HDR-RUN-ID      PIC X(08).
017800         10  FILLER              PIC X(02) VALUE SPACES.
017900         10  AR1-HDR-DATE        PIC X(08).
018000     05  AR1-PARM-LINE.
018100         10  FILLER              PIC X(14)
018200             VALUE 'MINIMUM DAYS  '.
018300         10  AR1-PRM-DAYS        PIC ZZZ9.
018400         10  FILLER              PIC X(18)
018500             VALUE '   MINIMUM AMOUNT '.
018600         10  AR1-PRM-AMOUNT      PIC ZZZZZZ9.99.
018700         10  FILLER              PIC X(15)
018800             VALUE '   REQUESTER   '.
018900         10  AR1-PRM-OPERATOR    PIC X(08).
019000     05  AR1-DTL-LINE.
019100         10  AR1-DTL-ACTION      PIC X(09).
019200         10  AR1-DTL-ACCOUNT     PIC X(10).
019300         10  FILLER              PIC X(02) VALUE SPACES.
019400         10  AR1-DTL-ITEM-DATE   PIC X(08).
019500         10  FILLER              PIC X(02) VALUE SPACES.
019600         10  AR1-DTL-TRANS       PIC X(10).
019700         10  FILLER              PIC X(02) VALUE SPACES.
019800         10  AR1-DTL-DAYS        PIC ZZZZ9.
019900         10  FILLER              PIC X(02) VALUE SPACES.
020000         10  AR1-DTL-AMOUNT      PIC ZZZZZZ9.99-.
020100     05  AR1-HELD-LINE.
020200         10  FILLER              PIC X(09) VALUE 'HELD     '.
020300         10  AR1-HLD-ACCOUNT     PIC X(10).
020400         10  FILLER              PIC X(02) VALUE SPACES.
020500         10  AR1-HLD-REASON      PIC X(34).
020600         10  FILLER              PIC X(01) VALUE SPACES.
020700         10  AR1-HLD-AMOUNT      PIC ZZZZZZZZ9.99-.
020800     05  AR1-TOT-LINE.
020900         10  AR1-TOT-LABEL       PIC X(30).
021000         10  AR1-TOT-COUNT       PIC ZZZZZZZZ9.
021100         10  FILLER              PIC X(02) VALUE SPACES.
021200         10  AR1-TOT-AMOUNT      PIC ZZZZZZZZZZ9.99-.
021300
021400 PROCEDURE DIVISION.
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021700     IF NOT AR1-RUN-BLOCKED
021800         PERFORM 2000-PROPOSE-ONE-ACCOUNT THRU 2000-EXIT
021900             UNTIL AR1-OPI-EOF
022000         PERFORM 9000-TERMINATE THRU 9000-EXIT
022100     END-IF
022200     IF AR1-RUN-BLOCKED
022300         MOVE 8 TO AR1-RETURN-CODE
022400     END-IF
022500     MOVE AR1-RETURN-CODE TO RETURN-CODE
022600     GOBACK.
022700
022800 1000-INITIALIZE.
022900     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
023000     INITIALIZE LK-AR1130-PARMS
023100     CALL 'AR1130' USING LK-AR1130-PARMS
023200     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
023300     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
023400     MOVE AR1-RUN-DATE TO AR1-RUN-DATE-NUM
023500     COMPUTE AR1-RUN-DATE-INT =
023600         FUNCTION INTEGER-OF-DATE (AR1-RUN-DATE-NUM)
023700
023800*    PROPOSING IS REPEATABLE - ITEMS ALREADY ON THE REFUND
023900*    FILE ARE NEVER PROPOSED TWICE - SO A RERUN IS ALLOWED
024000     INITIALIZE LK-AR1140-PARMS
024100     SET LK-RCN-START TO TRUE
024200     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
024300     MOVE 'AR1540  ' TO LK-RCN-PROGRAM-ID
024400     CALL 'AR1140' USING LK-AR1140-PARMS
024500
024600     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
024700     IF AR1-RUN-BLOCKED
024800         GO TO 1000-EXIT
024900     END-IF
025000     PERFORM 1200-LOAD-PROPOSED THRU 1200-EXIT
025100     IF AR1-RUN-BLOCKED
025200         GO TO 1000-EXIT
025300     END-IF
025400
025500     OPEN INPUT OPEN-ITEM-FILE
025600     IF AR1-OPI-FS NOT = '00'
025700         DISPLAY 'AR1540: OPEN-ITEM FILE NOT AVAILABLE - '
025800             'STATUS ' AR1-OPI-FS ' - RUN BLOCKED'
025900         SET AR1-RUN-BLOCKED TO TRUE
026000         GO TO 1000-EXIT
026100     END-IF
026200     OPEN INPUT ACCOUNT-MASTER
026300     IF AR1-ACM-FS NOT = '00'
026400         DISPLAY 'AR1540: ACCOUNT MASTER NOT AVAILABLE - '
026500             'STATUS ' AR1-ACM-FS ' - RUN BLOCKED'
026600         CLOSE OPEN-ITEM-FILE
026700         SET AR1-RUN-BLOCKED TO TRUE
026800         GO TO 1000-EXIT
026900     END-IF
027000     OPEN EXTEND REFUND-FILE
027100     IF AR1-RFD-FS = '05' OR '35'
027200         OPEN OUTPUT REFUND-FILE
027300     END-IF
027400     IF AR1-RFD-FS NOT = '00'
027500         DISPLAY 'AR1540: REFUND FILE ERROR - '
027600             'STATUS ' AR1-RFD-FS ' - RUN BLOCKED'
027700         CLOSE OPEN-ITEM-FILE ACCOUNT-MASTER
027800         SET AR1-RUN-BLOCKED TO TRUE
027900         GO TO 1000-EXIT
028000     END-IF
028100     OPEN OUTPUT REFUND-RPT
028200
028300     MOVE AR1-RUN-ID   TO AR1-HDR-RUN-ID
028400     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
028500     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
028600     WRITE AR1-RPT-LINE
028700     MOVE AR1-RFP-MIN-DAYS    TO AR1-PRM-DAYS
028800     MOVE AR1-RFP-MIN-AMOUNT  TO AR1-PRM-AMOUNT
028900     MOVE AR1-RFP-PROPOSED-BY TO AR1-PRM-OPERATOR
029000     MOVE AR1-PARM-LINE TO AR1-RPT-LINE
029100     WRITE AR1-RPT-LINE
029200
029300     PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT
029400     .
029500 1000-EXIT.
029600     EXIT.
029700
029800 1100-LOAD-PARM.
029900     OPEN INPUT REFUND-PARM-IN
030000     IF AR1-RFP-FS NOT = '00'
030100         DISPLAY 'AR1540: REFUND PARAMETER FILE NOT '
030200             'AVAILABLE - STATUS ' AR1-RFP-FS ' - RUN BLOCKED'
030300         SET AR1-RUN-BLOCKED TO TRUE
030400         GO TO 1100-EXIT
030500     END-IF
030600     READ REFUND-PARM-IN
030700         AT END
030800             DISPLAY 'AR1540: REFUND PARAMETER FILE EMPTY '
030900                 '- RUN BLOCKED'
031000             SET AR1-RUN-BLOCKED TO TRUE
031100     END-READ
031200     CLOSE REFUND-PARM-IN
031300     IF AR1-RUN-BLOCKED
031400         GO TO 1100-EXIT
031500     END-IF
031600     IF AR1-RFP-MIN-DAYS = ZERO
031700         OR AR1-RFP-MIN-AMOUNT = ZERO
031800         OR AR1-RFP-REASON-CODE = SPACES
031900         DISPLAY 'AR1540: REFUND PARAMETERS INCOMPLETE - '
032000             'MINIMUM DAYS, MINIMUM AMOUNT AND REASON CODE '
032100             'ARE REQUIRED - RUN BLOCKED'
032200         SET AR1-RUN-BLOCKED TO TRUE
032300         GO TO 1100-EXIT
032400     END-IF
032500
032600*    THE REQUESTER MUST BE A REAL, ACTIVE OPERATOR - IT IS THE
032700*    IDENTITY THE APPROVAL SCREEN REFUSES TO LET APPROVE
032800     OPEN INPUT OPERATOR-SECURITY
032900     IF AR1-OPR-FS NOT = '00'
033000         DISPLAY 'AR1540: OPERATOR SECURITY FILE NOT '
033100             'AVAILABLE - RUN BLOCKED'
033200         SET AR1-RUN-BLOCKED TO TRUE
033300         GO TO 1100-EXIT
033400     END-IF
033500     MOVE AR1-RFP-PROPOSED-BY TO AR1-OPR-OPERATOR-ID
033600     READ OPERATOR-SECURITY
033700         INVALID KEY
033800             DISPLAY 'AR1540: REQUESTING OPERATOR '
033900                 AR1-RFP-PROPOSED-BY ' NOT ON SECURITY FILE '
034000                 '- RUN BLOCKED'
034100             SET AR1-RUN-BLOCKED TO TRUE
034200         NOT INVALID KEY
034300             IF NOT AR1-OPR-ACTIVE
034400                 DISPLAY 'AR1540: REQUESTING OPERATOR '
034500                     AR1-RFP-PROPOSED-BY ' NOT ACTIVE - RUN '
034600                     'BLOCKED'
034700                 SET AR1-RUN-BLOCKED TO TRUE
034800             END-IF
034900     END-READ
035000     CLOSE OPERATOR-SECURITY
035100     .
035200 1100-EXIT.
035300     EXIT.
035400
035500 1200-LOAD-PROPOSED.
035600     OPEN INPUT REFUND-FILE
035700     IF AR1-RFD-FS NOT = '00'
035800         GO TO 1200-EXIT
035900     END-IF
036000     READ REFUND-FILE
036100         AT END SET AR1-RFD-EOF TO TRUE
036200     END-READ
036300     PERFORM 1210-LOAD-ONE-PROPOSED THRU 1210-EXIT
036400         UNTIL AR1-RFD-EOF
036500         OR AR1-RUN-BLOCKED
036600     CLOSE REFUND-FILE
036700     .
036800 1200-EXIT.
036900     EXIT.
037000
037100 1210-LOAD-ONE-PROPOSED.
037200*    A FULL TABLE WOULD LET AN ITEM BE PROPOSED TWICE - BLOCK
037300     IF AR1-PROPOSED-COUNT NOT < 5000
037400         DISPLAY 'AR1540: MORE THAN 5000 REFUNDS ON THE '
037500             'REFUND FILE - RUN BLOCKED, HOUSEKEEP REFPEND'
037600         SET AR1-RUN-BLOCKED TO TRUE
037700         GO TO 1210-EXIT
037800     END-IF
037900     ADD 1 TO AR1-PROPOSED-COUNT
038000     SET AR1-PRP-NDX TO AR1-PROPOSED-COUNT
038100     MOVE AR1-RFD-ITEM-KEY TO AR1-PRP-ITEM-KEY (AR1-PRP-NDX)
038200     READ REFUND-FILE
038300         AT END SET AR1-RFD-EOF TO TRUE
038400     END-READ
038500     .
038600 1210-EXIT.
038700     EXIT.
038800
038900 2000-PROPOSE-ONE-ACCOUNT.
039000     MOVE AR1-OPI-ACCOUNT-ID TO AR1-WORK-ACCOUNT-ID
039100     MOVE ZERO TO AR1-CAND-COUNT
039200     MOVE ZERO TO AR1-WORK-CHARGES
039300     PERFORM 2200-SCREEN-ONE-ITEM THRU 2200-EXIT
039400         UNTIL AR1-OPI-EOF
039500         OR AR1-OPI-ACCOUNT-ID NOT = AR1-WORK-ACCOUNT-ID
039600     IF AR1-CAND-COUNT = ZERO
039700         GO TO 2000-EXIT
039800     END-IF
039900
040000     IF AR1-WORK-CHARGES > ZERO
040100         MOVE 'OPEN CHARGES TO APPLY THE CASH TO '
040200             TO AR1-HLD-REASON
040300         MOVE AR1-WORK-CHARGES TO AR1-HLD-AMOUNT
040400         PERFORM 2400-HOLD-ACCOUNT THRU 2400-EXIT
040500         GO TO 2000-EXIT
040600     END-IF
040700
040800     MOVE AR1-WORK-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
040900     READ ACCOUNT-MASTER
041000         INVALID KEY
041100             MOVE 'NOT ON ACCOUNT MASTER - NO PAYEE  '
041200                 TO AR1-HLD-REASON
041300             MOVE ZERO TO AR1-HLD-AMOUNT
041400             PERFORM 2400-HOLD-ACCOUNT THRU 2400-EXIT
041500             GO TO 2000-EXIT
041600     END-READ
041700*    AR1290 TURNS CASH ON AN ACCOUNT WITH UNRECOVERED WRITE-OFF
041800*    INTO A RECOVERY, SO AN UNAPPLIED ITEM HERE IS EITHER OLDER
041900*    THAN THE WRITE-OFF OR A MISPOSTING - EITHER WAY IT IS NOT
042000*    THE CUSTOMER'S MONEY TO HAVE BACK UNTIL SOMEBODY LOOKS
042100     COMPUTE AR1-WORK-UNRECOVERED =
042200         AR1-ACM-WOFF-AMOUNT - AR1-ACM-RECOVERED-AMT
042300     IF AR1-WORK-UNRECOVERED > ZERO
042400         MOVE 'BAD-DEBT WRITE-OFF NOT RECOVERED  '
042500             TO AR1-HLD-REASON
042600         MOVE AR1-WORK-UNRECOVERED TO AR1-HLD-AMOUNT
042700         PERFORM 2400-HOLD-ACCOUNT THRU 2400-EXIT
042800         GO TO 2000-EXIT
042900     END-IF
043000
043100     PERFORM 3000-WRITE-PROPOSAL THRU 3000-EXIT
043200         VARYING AR1-CAND-NDX FROM 1 BY 1
043300         UNTIL AR1-CAND-NDX > AR1-CAND-COUNT
043400     .
043500 2000-EXIT.
043600     EXIT.
043700
043800 2100-READ-OPEN-ITEM.
043900     READ OPEN-ITEM-FILE
044000         AT END SET AR1-OPI-EOF TO TRUE
044100     END-READ
044200     .
044300 2100-EXIT.
044400     EXIT.
044500
044600 2200-SCREEN-ONE-ITEM.
044700     IF NOT AR1-OPI-OPEN
044800         GO TO 2200-READ-NEXT
044900     END-IF
045000     IF AR1-OPI-CHARGE
045100         ADD AR1-OPI-OPEN-AMT TO AR1-WORK-CHARGES
045200         GO TO 2200-READ-NEXT
045300     END-IF
045400     IF NOT AR1-OPI-UNAPPLIED
045500         GO TO 2200-READ-NEXT
045600     END-IF
045700     ADD 1 TO AR1-ITEM-COUNT
045800     IF AR1-OPI-OPEN-AMT < AR1-RFP-MIN-AMOUNT
045900         GO TO 2200-READ-NEXT
046000     END-IF
046100     MOVE AR1-OPI-ITEM-DATE TO AR1-WORK-DATE-NUM
046200     COMPUTE AR1-WORK-DATE-INT =
046300         FUNCTION INTEGER-OF-DATE (AR1-WORK-DATE-NUM)
046400     IF AR1-WORK-DATE-INT < AR1-RUN-DATE-INT
046500         COMPUTE AR1-WORK-DAYS =
046600             AR1-RUN-DATE-INT - AR1-WORK-DATE-INT
046700     ELSE
046800         MOVE ZERO TO AR1-WORK-DAYS
046900     END-IF
047000     IF AR1-WORK-DAYS < AR1-RFP-MIN-DAYS
047100         GO TO 2200-READ-NEXT
047200     END-IF
047300
047400     MOVE AR1-OPI-KEY TO AR1-WORK-ITEM-KEY
047500     PERFORM 2300-CHECK-PROPOSED THRU 2300-EXIT
047600     IF AR1-ALREADY-PROPOSED
047700         ADD 1 TO AR1-ON-FILE-COUNT
047800         GO TO 2200-READ-NEXT
047900     END-IF
048000     IF AR1-CAND-COUNT NOT < 100
048100         ADD 1 TO AR1-OVERFLOW-COUNT
048200         GO TO 2200-READ-NEXT
048300     END-IF
048400     ADD 1 TO AR1-CAND-COUNT
048500     SET AR1-CAND-NDX TO AR1-CAND-COUNT
048600     MOVE AR1-OPI-KEY      TO AR1-CND-ITEM-KEY (AR1-CAND-NDX)
048700     MOVE AR1-OPI-OPEN-AMT TO AR1-CND-AMOUNT (AR1-CAND-NDX)
048800     MOVE AR1-WORK-DAYS    TO AR1-CND-DAYS (AR1-CAND-NDX)
048900     .
049000 2200-READ-NEXT.
049100     PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT
049200     .
049300 2200-EXIT.
049400     EXIT.
049500
049600 2300-CHECK-PROPOSED.
049700     MOVE 'N' TO AR1-PROPOSED-SWITCH
049800     IF AR1-PROPOSED-COUNT = ZERO
049900         GO TO 2300-EXIT
050000     END-IF
050100     SET AR1-PRP-NDX TO 1
050200     SEARCH AR1-PROPOSED-ENTRY
050300         AT END
050400             CONTINUE
050500         WHEN AR1-PRP-NDX > AR1-PROPOSED-COUNT
050600             CONTINUE
050700         WHEN AR1-PRP-ITEM-KEY (AR1-PRP-NDX) = AR1-WORK-ITEM-KEY
050800             SET AR1-ALREADY-PROPOSED TO TRUE
050900     END-SEARCH
051000     .
051100 2300-EXIT.
051200     EXIT.
051300
051400 2400-HOLD-ACCOUNT.
051500     ADD 1 TO AR1-HELD-COUNT
051600     MOVE AR1-WORK-ACCOUNT-ID TO AR1-HLD-ACCOUNT
051700     MOVE AR1-HELD-LINE TO AR1-RPT-LINE
051800     WRITE AR1-RPT-LINE
051900     PERFORM 2500-REPORT-HELD-ITEM THRU 2500-EXIT
052000         VARYING AR1-CAND-NDX FROM 1 BY 1
052100         UNTIL AR1-CAND-NDX > AR1-CAND-COUNT
052200     .
052300 2400-EXIT.
052400     EXIT.
052500
052600 2500-REPORT-HELD-ITEM.
052700     MOVE 'HELD     ' TO AR1-DTL-ACTION
052800     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
052900     ADD AR1-CND-AMOUNT (AR1-CAND-NDX) TO AR1-HELD-TOTAL
053000     .
053100 2500-EXIT.
053200     EXIT.
053300
053400 3000-WRITE-PROPOSAL.
053500     INITIALIZE AR1-RFD-RECORD
053600     MOVE AR1-CURRENT-TIMESTAMP TO AR1-RFD-TIMESTAMP
053700     MOVE AR1-CND-ITEM-KEY (AR1-CAND-NDX) TO AR1-RFD-ITEM-KEY
053800     MOVE AR1-CND-AMOUNT (AR1-CAND-NDX)   TO AR1-RFD-AMOUNT
053900     MOVE AR1-CND-DAYS (AR1-CAND-NDX)
054000                                 TO AR1-RFD-DAYS-UNAPPLIED
054100     MOVE AR1-RFP-PROPOSED-BY   TO AR1-RFD-PROPOSED-BY
054200     MOVE AR1-RFP-REASON-CODE   TO AR1-RFD-REASON-CODE
054300     SET AR1-RFD-PENDING        TO TRUE
054400     MOVE SPACES                TO AR1-RFD-APPROVER-ID
054500     MOVE SPACES                TO AR1-RFD-DECIDED-DATE
054600     SET AR1-RFD-NOT-EXTRACTED  TO TRUE
054700     MOVE SPACES                TO AR1-RFD-EXTRACT-ID
054800     MOVE SPACES                TO AR1-RFD-EXTRACT-DATE
054900     MOVE SPACES                TO AR1-RFD-CONFIRM-DATE
055000     WRITE AR1-RFD-RECORD
055100     ADD 1 TO AR1-NEW-PROPOSAL-COUNT
055200     ADD AR1-CND-AMOUNT (AR1-CAND-NDX) TO AR1-PROPOSED-TOTAL
055300
055400     MOVE 'PROPOSED ' TO AR1-DTL-ACTION
055500     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
055600     .
055700 3000-EXIT.
055800     EXIT.
055900
056000 3100-WRITE-DETAIL.
056100     MOVE AR1-CND-ACCOUNT-ID (AR1-CAND-NDX)  TO AR1-DTL-ACCOUNT
056200     MOVE AR1-CND-ITEM-DATE (AR1-CAND-NDX)   TO AR1-DTL-ITEM-DATE
056300     MOVE AR1-CND-ITEM-TRANS (AR1-CAND-NDX)  TO AR1-DTL-TRANS
056400     MOVE AR1-CND-DAYS (AR1-CAND-NDX)        TO AR1-DTL-DAYS
056500     MOVE AR1-CND-AMOUNT (AR1-CAND-NDX)      TO AR1-DTL-AMOUNT
056600     MOVE AR1-DTL-LINE TO AR1-RPT-LINE
056700     WRITE AR1-RPT-LINE
056800     .
056900 3100-EXIT.
057000     EXIT.
057100
057200 9000-TERMINATE.
057300     MOVE 'UNAPPLIED ITEMS EXAMINED      ' TO AR1-TOT-LABEL
057400     MOVE AR1-ITEM-COUNT TO AR1-TOT-COUNT
057500     MOVE ZERO TO AR1-TOT-AMOUNT
057600     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
057700     WRITE AR1-RPT-LINE
057800     MOVE 'NEWLY PROPOSED FOR REFUND     ' TO AR1-TOT-LABEL
057900     MOVE AR1-NEW-PROPOSAL-COUNT TO AR1-TOT-COUNT
058000     MOVE AR1-PROPOSED-TOTAL TO AR1-TOT-AMOUNT
058100     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
058200     WRITE AR1-RPT-LINE
058300     MOVE 'ACCOUNTS HELD                 ' TO AR1-TOT-LABEL
058400     MOVE AR1-HELD-COUNT TO AR1-TOT-COUNT
058500     MOVE AR1-HELD-TOTAL TO AR1-TOT-AMOUNT
058600     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
058700     WRITE AR1-RPT-LINE
058800     MOVE 'ALREADY ON REFUND FILE        ' TO AR1-TOT-LABEL
058900     MOVE AR1-ON-FILE-COUNT TO AR1-TOT-COUNT
059000     MOVE ZERO TO AR1-TOT-AMOUNT
059100     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
059200     WRITE AR1-RPT-LINE
059300     IF AR1-OVERFLOW-COUNT > ZERO
059400         MOVE 'NOT PROPOSED - OVER 100 ITEMS ' TO AR1-TOT-LABEL
059500         MOVE AR1-OVERFLOW-COUNT TO AR1-TOT-COUNT
059600         MOVE ZERO TO AR1-TOT-AMOUNT
059700         MOVE AR1-TOT-LINE TO AR1-RPT-LINE
059800         WRITE AR1-RPT-LINE
059900         MOVE 4 TO AR1-RETURN-CODE
060000     END-IF
060100
060200     CLOSE OPEN-ITEM-FILE ACCOUNT-MASTER REFUND-FILE REFUND-RPT
060300
060400     INITIALIZE LK-AR1140-PARMS
060500     SET LK-RCN-END TO TRUE
060600     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
060700     MOVE 'AR1540  ' TO LK-RCN-PROGRAM-ID
060800     MOVE AR1-NEW-PROPOSAL-COUNT TO LK-RCN-RECORD-COUNT
060900     CALL 'AR1140' USING LK-AR1140-PARMS
061000     .
061100 9000-EXIT.
061200     EXIT.
