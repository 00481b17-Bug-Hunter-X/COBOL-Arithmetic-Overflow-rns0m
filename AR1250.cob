002200*    TOTAL (AR1-ACCUM-DELTA) AND THE FILE ENDS WITH A TRAILER   *
002300*    CARRYING DETAIL COUNT AND ABSOLUTE-AMOUNT HASH TOTAL.      *
002400*    OUTSTANDING PENDING SUSPENSE IS REPORTED FOR INFORMATION.  *
002410*    BAD-DEBT WRITE-OFFS (AR1430) AND RECOVERIES (AR1290,       *
002420*    REASON RCVY) ARE KEPT OUT OF THE POSTED MOVEMENT AND       *
002430*    BOOKED AGAINST THE AR CONTROL AND BAD-DEBT ACCOUNTS.       *
002440*    APPROVED REFUNDS OF UNAPPLIED CASH (AR1550) ARE BOOKED     *
002450*    AGAINST THE AR CONTROL AND AP REFUND CLEARING ACCOUNTS.    *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    DATE       INIT  DESCRIPTION                                *
002950*                     STAYS DAY-SCOPED AND ITS CROSS-CHECK NOW  *
002960*                     SUMS THE CONTROL TOTALS OF EVERY CYCLE    *
002970*                     POSTED ON THE RUN DATE                    *
002972*    2026-10-14 RVH   AR1430 BAD-DEBT WRITE-OFFS AND AR1290     *
002974*                     RECOVERIES NOW BOOKED AGAINST THE BAD-    *
002976*                     DEBT GL ACCOUNT INSTEAD OF AR CLEARING    *
002978*    2026-10-15 RVH   AR1550 UNAPPLIED-CASH REFUNDS BOOKED      *
002979*                     AGAINST THE AP REFUND CLEARING ACCOUNT    *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
010700     05  AR1-GL-AR-CONTROL       PIC X(08) VALUE 'ARCONTRL'.
010800     05  AR1-GL-AR-SUSPENSE      PIC X(08) VALUE 'ARSUSPNS'.
010900     05  AR1-GL-AR-CLEARING      PIC X(08) VALUE 'ARCLRING'.
010950     05  AR1-GL-BAD-DEBT         PIC X(08) VALUE 'ARBADDBT'.
010960     05  AR1-GL-AP-REFUND        PIC X(08) VALUE 'APREFUND'.
011000
011100 01  AR1-TS-SPLIT.
011200     05  AR1-TS-DATE             PIC X(08).
011800         10  AR1-TBL-TYPE        PIC X(04).
011900         10  AR1-TBL-POSTED-DLT  PIC S9(09)V99.
012000         10  AR1-TBL-SUSP-DLT    PIC S9(09)V99.
012050         10  AR1-TBL-WOFF-DLT    PIC S9(09)V99.
012060         10  AR1-TBL-RFND-DLT    PIC S9(09)V99.
012100     05  AR1-TYPE-COUNT          PIC 9(04) VALUE ZERO.
012200
012300 01  AR1-WORK-FIELDS.
021300*    POSTED MOVEMENT IS WHAT ACTUALLY REACHED THE BALANCE
021400     COMPUTE AR1-WORK-DELTA =
021500         AR1-AUD-AFTER-AMOUNT - AR1-AUD-BEFORE-AMOUNT
021510*    A WRITE-OFF OR A RECOVERY MOVES THE BALANCE AGAINST BAD
021520*    DEBT, NOT AGAINST CASH OR CLEARING
021530     IF AR1-AUD-SOURCE = 'AR1430'
021540         OR (AR1-AUD-SOURCE = 'AR1290'
021550             AND AR1-AUD-REASON-CODE = 'RCVY')
021560         ADD AR1-WORK-DELTA
021570             TO AR1-TBL-WOFF-DLT (AR1-TYPE-NDX)
021580         GO TO 2000-READ-NEXT
021590     END-IF
021592*    A REFUND PAYS UNAPPLIED CASH BACK THROUGH ACCOUNTS PAYABLE
021594     IF AR1-AUD-SOURCE = 'AR1550'
021596         ADD AR1-WORK-DELTA
021597             TO AR1-TBL-RFND-DLT (AR1-TYPE-NDX)
021598         GO TO 2000-READ-NEXT
021599     END-IF
021600     ADD AR1-WORK-DELTA
021700         TO AR1-TBL-POSTED-DLT (AR1-TYPE-NDX)
021720*    ONLY THE ACCUMULATION RUN'S OWN MOVEMENT IS COVERED BY
029300         MOVE 'AR SUSPENSE MOVEMENT' TO AR1-WORK-DESC
029400         PERFORM 4300-WRITE-SUSPENSE-PAIR THRU 4300-EXIT
029500     END-IF
029510     IF AR1-TBL-WOFF-DLT (AR1-TYPE-NDX) NOT = ZERO
029520         MOVE AR1-TBL-WOFF-DLT (AR1-TYPE-NDX)
029530             TO AR1-WORK-DELTA
029540         MOVE 'AR BAD DEBT MOVEMENT' TO AR1-WORK-DESC
029550         PERFORM 4350-WRITE-BAD-DEBT-PAIR THRU 4350-EXIT
029560     END-IF
029570     IF AR1-TBL-RFND-DLT (AR1-TYPE-NDX) NOT = ZERO
029575         MOVE AR1-TBL-RFND-DLT (AR1-TYPE-NDX)
029580             TO AR1-WORK-DELTA
029585         MOVE 'AR REFUND MOVEMENT  ' TO AR1-WORK-DESC
029590         PERFORM 4360-WRITE-REFUND-PAIR THRU 4360-EXIT
029595     END-IF
029600     .
029700 4100-EXIT.
029800     EXIT.
033900 4300-EXIT.
034000     EXIT.
034100
034101 4350-WRITE-BAD-DEBT-PAIR.
034102*    A WRITE-OFF (NEGATIVE) CREDITS AR CONTROL AND DEBITS BAD
034103*    DEBT; A RECOVERY (POSITIVE) BOOKS THE REVERSE
034104     IF AR1-WORK-DELTA > ZERO
034105         MOVE AR1-GL-AR-CONTROL  TO AR1-WORK-GL-ACCOUNT
034106         MOVE 'D' TO AR1-WORK-DR-CR
034107         PERFORM 4400-WRITE-DETAIL THRU 4400-EXIT
034108         MOVE AR1-GL-BAD-DEBT    TO AR1-WORK-GL-ACCOUNT
034109         MOVE 'C' TO AR1-WORK-DR-CR
034110         PERFORM 4400-WRITE-DETAIL THRU 4400-EXIT
034111     ELSE
034112         MOVE AR1-GL-AR-CONTROL  TO AR1-WORK-GL-ACCOUNT
034113         MOVE 'C' TO AR1-WORK-DR-CR
034114         PERFORM 4400-WRITE-DETAIL THRU 4400-EXIT
034115         MOVE AR1-GL-BAD-DEBT    TO AR1-WORK-GL-ACCOUNT
034116         MOVE 'D' TO AR1-WORK-DR-CR
034117         PERFORM 4400-WRITE-DETAIL THRU 4400-EXIT
034118     END-IF
034119     .
034120 4350-EXIT.
034121     EXIT.
034122
034123 4360-WRITE-REFUND-PAIR.
034124*    A REFUND (POSITIVE) DEBITS AR CONTROL AND CREDITS THE AP
034125*    REFUND CLEARING ACCOUNT THE CHECK RUN PAYS OUT OF
034126     IF AR1-WORK-DELTA > ZERO
034127         MOVE AR1-GL-AR-CONTROL  TO AR1-WORK-GL-ACCOUNT
034128         MOVE 'D' TO AR1-WORK-DR-CR
034129         PERFORM 4400-WRITE-DETAIL THRU 4400-EXIT
034130         MOVE AR1-GL-AP-REFUND   TO AR1-WORK-GL-ACCOUNT
034131         MOVE 'C' TO AR1-WORK-DR-CR
034132         PERFORM 4400-WRITE-DETAIL THRU 4400-EXIT
034133     ELSE
034134         MOVE AR1-GL-AR-CONTROL  TO AR1-WORK-GL-ACCOUNT
034135         MOVE 'C' TO AR1-WORK-DR-CR
034136         PERFORM 4400-WRITE-DETAIL THRU 4400-EXIT
034137         MOVE AR1-GL-AP-REFUND   TO AR1-WORK-GL-ACCOUNT
034138         MOVE 'D' TO AR1-WORK-DR-CR
034139         PERFORM 4400-WRITE-DETAIL THRU 4400-EXIT
034140     END-IF
034141     .
034142 4360-EXIT.
034143     EXIT.
034144
034200 4400-WRITE-DETAIL.
034250     MOVE SPACES TO AR1-GLI-RECORD
034300     MOVE 'D' TO AR1-GLI-RECORD-TYPE
039700                 TO AR1-TBL-TYPE (AR1-TYPE-NDX)
039800             MOVE ZERO TO AR1-TBL-POSTED-DLT (AR1-TYPE-NDX)
039900             MOVE ZERO TO AR1-TBL-SUSP-DLT (AR1-TYPE-NDX)
039950             MOVE ZERO TO AR1-TBL-WOFF-DLT (AR1-TYPE-NDX)
039960             MOVE ZERO TO AR1-TBL-RFND-DLT (AR1-TYPE-NDX)
040000             SET AR1-TYPE-FOUND TO TRUE
040100         ELSE
040200             DISPLAY 'AR1250: TYPE TABLE FULL - MOVEMENT FOR '
