002500*    DATE       INIT  DESCRIPTION                                *
002600*    ---------- ----  ------------------------------------------*
002700*    2026-09-02 RVH   ORIGINAL FINANCE-CHARGE ASSESSMENT RUN    *
002720*    2026-10-14 RVH   GRACE PERIOD COUNTED IN BUSINESS DAYS -   *
002740*                     AN ACCOUNT IS CHARGED ONLY ONCE ITS OLDEST*
002760*                     OPEN CHARGE IS PAST THE TYPE'S GRACE DAYS;*
002780*                     CHARGE IDS DATED FROM THE BUSINESS DATE   *
002790*    2026-10-15 RVH   A CHARGE DATED ON THE GRACE CUTOFF IS     *
002795*                     STILL WITHIN GRACE                        *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004500     SELECT CHARGE-FEED-OUT ASSIGN TO TRANSRAW
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS AR1-TRN-FS.
004710
004720     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
004730         ORGANIZATION IS INDEXED
004740         ACCESS MODE IS DYNAMIC
004750         RECORD KEY IS AR1-OPI-KEY
004760         FILE STATUS IS AR1-OPI-FS.
004800
004900     SELECT ASSESS-RPT ASSIGN TO ASSERPT
005000         ORGANIZATION IS SEQUENTIAL
006300 FD  CHARGE-FEED-OUT
006400     RECORDING MODE IS F.
006500     COPY AR1TRX.
006520
006540 FD  OPEN-ITEM-FILE
006560     RECORDING MODE IS F.
006580     COPY AR1OPI.
006600
006700 FD  ASSESS-RPT
006800     RECORDING MODE IS F.
007400     05  AR1-BAL-FS              PIC X(02) VALUE '00'.
007500     05  AR1-TRN-FS              PIC X(02) VALUE '00'.
007600     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
007650     05  AR1-OPI-FS              PIC X(02) VALUE '00'.
007700
007800 01  AR1-SWITCHES.
007900     05  AR1-FCR-EOF-SWITCH      PIC X(01) VALUE 'N'.
008400         88  AR1-RUN-BLOCKED         VALUE 'Y'.
008500     05  AR1-TYPE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
008600         88  AR1-TYPE-FOUND          VALUE 'Y'.
008610     05  AR1-ITEM-EOF-SWITCH     PIC X(01) VALUE 'N'.
008620         88  AR1-ITEM-EOF            VALUE 'Y'.
008630     05  AR1-OPI-MISSING-SWITCH  PIC X(01) VALUE 'N'.
008640         88  AR1-OPENITEM-MISSING    VALUE 'Y'.
008650     05  AR1-OVERDUE-SWITCH      PIC X(01) VALUE 'N'.
008660         88  AR1-ACCOUNT-OVERDUE     VALUE 'Y'.
008700
008800 01  AR1-CONTROL-FIELDS.
008900     05  AR1-RUN-ID              PIC X(08).
009000     05  AR1-RUN-DATE            PIC X(08).
009020     05  AR1-RUN-DATE-NUM REDEFINES AR1-RUN-DATE
009040                                 PIC 9(08).
009100     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
009200     05  AR1-JULIAN-DATE         PIC X(07).
009300     05  AR1-JULIAN-SPLIT REDEFINES AR1-JULIAN-DATE.
009400         10  FILLER              PIC X(02).
009500         10  AR1-JULIAN-YYDDD    PIC X(05).
009520     05  AR1-JULIAN-NUM REDEFINES AR1-JULIAN-DATE
009540                                 PIC 9(07).
009600
009700     COPY AR1140P.
009800     COPY AR1130P.
009850     COPY AR1470P.
009900
010000 01  AR1-RATE-TABLE.
010100     05  AR1-RATE-ENTRY OCCURS 20 TIMES
010400         10  AR1-TBL-RATE        PIC S9(3)V9(4).
010500         10  AR1-TBL-MIN-BAL     PIC S9(7)V99.
010600         10  AR1-TBL-EFF         PIC X(08).
010620         10  AR1-TBL-GRACE-DAYS  PIC 9(03).
010640         10  AR1-TBL-GRACE-CUTOFF
010660                                 PIC X(08).
010700     05  AR1-RATE-COUNT          PIC 9(04) VALUE ZERO.
010800 01  AR1-WORK-EFF-DATE           PIC X(08).
010900
011100     05  AR1-WORK-RATE           PIC S9(3)V9(4) VALUE ZERO.
011200     05  AR1-WORK-MIN-BAL        PIC S9(7)V99 VALUE ZERO.
011300     05  AR1-WORK-CHARGE         PIC S9(7)V99 VALUE ZERO.
011320     05  AR1-WORK-GRACE-DAYS     PIC 9(03) VALUE ZERO.
011340     05  AR1-WORK-GRACE-CUTOFF   PIC X(08) VALUE SPACES.
011400     05  AR1-CHARGE-SEQ          PIC 9(04) VALUE ZERO.
011500
011600 01  AR1-COUNTERS.
011700     05  AR1-ACCOUNTS-READ       PIC 9(09) COMP VALUE ZERO.
011800     05  AR1-CHARGED-COUNT       PIC 9(09) COMP VALUE ZERO.
011900     05  AR1-SKIPPED-COUNT       PIC 9(09) COMP VALUE ZERO.
011950     05  AR1-GRACE-COUNT         PIC 9(09) COMP VALUE ZERO.
012000
012100 01  AR1-TOTALS.
012200     05  AR1-CHARGE-TOTAL        PIC S9(09)V99 VALUE ZERO.
015400         10  FILLER              PIC X(15)
015500             VALUE ' TOTAL CHARGES '.
015600         10  AR1-TOT-AMOUNT      PIC ZZZZZZZZ9.99-.
015620     05  AR1-GRC-LINE.
015640         10  FILLER              PIC X(24)
015660             VALUE 'WITHIN GRACE PERIOD     '.
015680         10  AR1-GRC-COUNT       PIC ZZZZZZZZ9.
015700
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
017100
017200 1000-INITIALIZE.
017300     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
017500     INITIALIZE LK-AR1130-PARMS
017600     CALL 'AR1130' USING LK-AR1130-PARMS
017700     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
017800     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
017810*    THE CHARGE IDS CARRY THE BUSINESS DATE'S JULIAN DAY, NOT
017820*    THE CLOCK'S, SO A CATCH-UP RUN NUMBERS ITS CHARGES FOR THE
017830*    DATE IT IS ASSESSING
017840     COMPUTE AR1-JULIAN-NUM = FUNCTION DAY-OF-INTEGER
017850         (FUNCTION INTEGER-OF-DATE (AR1-RUN-DATE-NUM))
017900
018000     INITIALIZE LK-AR1140-PARMS
018100     SET LK-RCN-START TO TRUE
020500         SET AR1-BAL-EOF TO TRUE
020600         MOVE 8 TO AR1-RETURN-CODE
020700     END-IF
020705*    WITHOUT THE OPEN-ITEM FILE THE AGE OF THE DEBT CANNOT BE
020710*    TOLD - THE WHOLE BALANCE IS CHARGED AS IT WAS BEFORE GRACE
020715*    DAYS EXISTED, AND THE RUN ENDS WITH A WARNING
020720     OPEN INPUT OPEN-ITEM-FILE
020725     IF AR1-OPI-FS NOT = '00'
020730         DISPLAY 'AR1330: OPEN-ITEM FILE NOT AVAILABLE - STATUS '
020735             AR1-OPI-FS ' - GRACE DAYS NOT APPLIED'
020740         SET AR1-OPENITEM-MISSING TO TRUE
020745         IF AR1-RETURN-CODE < 4
020750             MOVE 4 TO AR1-RETURN-CODE
020755         END-IF
020760     END-IF
020800     OPEN EXTEND CHARGE-FEED-OUT
020900     IF AR1-TRN-FS = '05' OR '35'
021000         OPEN OUTPUT CHARGE-FEED-OUT
022000     IF NOT AR1-FCR-EOF
022100         PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
022200     END-IF
022210     IF AR1-RATE-COUNT > ZERO
022220         PERFORM 1200-SET-GRACE-CUTOFF THRU 1200-EXIT
022230             VARYING AR1-RATE-NDX FROM 1 BY 1
022240             UNTIL AR1-RATE-NDX > AR1-RATE-COUNT
022250     END-IF
022300     IF NOT AR1-BAL-EOF
022400         PERFORM 2100-READ-BALANCE THRU 2100-EXIT
022500     END-IF
030100         TO AR1-TBL-MIN-BAL (AR1-RATE-NDX)
030200     MOVE AR1-WORK-EFF-DATE
030300         TO AR1-TBL-EFF (AR1-RATE-NDX)
030310     IF AR1-FCR-GRACE-DAYS NUMERIC
030320         MOVE AR1-FCR-GRACE-DAYS
030330             TO AR1-TBL-GRACE-DAYS (AR1-RATE-NDX)
030340     ELSE
030350         MOVE ZERO TO AR1-TBL-GRACE-DAYS (AR1-RATE-NDX)
030360     END-IF
030400     .
030500 1130-EXIT.
030600     EXIT.
030602
030604 1200-SET-GRACE-CUTOFF.
030606*    THE CUTOFF IS THE RUN DATE LESS THE GRACE DAYS COUNTED IN
030608*    BUSINESS DAYS - AN OPEN CHARGE DATED BEFORE IT IS OVERDUE.
030610*    ONE DATED ON IT IS EXACTLY THE GRACE DAYS OLD AND STILL
030611*    WITHIN GRACE.  ZERO GRACE LEAVES THE CUTOFF AT THE RUN DATE.
030612     MOVE AR1-RUN-DATE TO AR1-TBL-GRACE-CUTOFF (AR1-RATE-NDX)
030614     IF AR1-TBL-GRACE-DAYS (AR1-RATE-NDX) = ZERO
030616         GO TO 1200-EXIT
030618     END-IF
030620     INITIALIZE LK-AR1470-PARMS
030622     SET LK-BDC-BACK-DAYS TO TRUE
030624     MOVE AR1-RUN-DATE TO LK-BDC-FROM-DATE
030626     MOVE AR1-TBL-GRACE-DAYS (AR1-RATE-NDX)
030628         TO LK-BDC-DAY-COUNT
030630     CALL 'AR1470' USING LK-AR1470-PARMS
030632     IF LK-BDC-RETURN-CODE > 4
030634         DISPLAY 'AR1330: GRACE CUTOFF NOT COMPUTED FOR TYPE '
030636             AR1-TBL-TYPE (AR1-RATE-NDX) ' - RUN DATE '
030638             AR1-RUN-DATE ' - NO GRACE GIVEN'
030640         IF AR1-RETURN-CODE < 4
030642             MOVE 4 TO AR1-RETURN-CODE
030644         END-IF
030646         GO TO 1200-EXIT
030648     END-IF
030650     IF LK-BDC-RETURN-CODE = 4
030652         DISPLAY 'AR1330: HOLIDAY CALENDAR NOT AVAILABLE - GRACE '
030654             'FOR TYPE ' AR1-TBL-TYPE (AR1-RATE-NDX)
030656             ' COUNTED OVER WEEKENDS ONLY'
030658     END-IF
030660     MOVE LK-BDC-RESULT-DATE
030662         TO AR1-TBL-GRACE-CUTOFF (AR1-RATE-NDX)
030664     .
030666 1200-EXIT.
030668     EXIT.
030700
030800 2000-ASSESS-ONE-ACCOUNT.
030900     ADD 1 TO AR1-ACCOUNTS-READ
031900         ADD 1 TO AR1-SKIPPED-COUNT
032000         GO TO 2000-READ-NEXT
032100     END-IF
032105*    A TYPE WITH GRACE DAYS IS CHARGED ONLY WHEN THE ACCOUNT'S
032110*    OLDEST OPEN CHARGE IS PAST THE GRACE CUTOFF
032115     IF AR1-WORK-GRACE-DAYS > ZERO
032120         AND NOT AR1-OPENITEM-MISSING
032125         PERFORM 2500-CHECK-GRACE THRU 2500-EXIT
032130         IF NOT AR1-ACCOUNT-OVERDUE
032135             ADD 1 TO AR1-GRACE-COUNT
032140             ADD 1 TO AR1-SKIPPED-COUNT
032145             GO TO 2000-READ-NEXT
032150         END-IF
032155     END-IF
032200
032300     COMPUTE AR1-WORK-CHARGE ROUNDED =
032400         AR1-BAL-AMOUNT * AR1-WORK-RATE / 100
034800     MOVE 'N' TO AR1-TYPE-FOUND-SWITCH
034900     MOVE ZERO TO AR1-WORK-RATE
035000     MOVE ZERO TO AR1-WORK-MIN-BAL
035020     MOVE ZERO TO AR1-WORK-GRACE-DAYS
035040     MOVE SPACES TO AR1-WORK-GRACE-CUTOFF
035100     IF AR1-RATE-COUNT = ZERO
035200         GO TO 2200-EXIT
035300     END-IF
036400                 TO AR1-WORK-RATE
036500             MOVE AR1-TBL-MIN-BAL (AR1-RATE-NDX)
036600                 TO AR1-WORK-MIN-BAL
036620             MOVE AR1-TBL-GRACE-DAYS (AR1-RATE-NDX)
036640                 TO AR1-WORK-GRACE-DAYS
036660             MOVE AR1-TBL-GRACE-CUTOFF (AR1-RATE-NDX)
036680                 TO AR1-WORK-GRACE-CUTOFF
036700     END-SEARCH
036800     .
036900 2200-EXIT.
040200     .
040300 2400-EXIT.
040400     EXIT.
040402
040404 2500-CHECK-GRACE.
040406*    KEY ORDER IS OLDEST FIRST WITHIN THE ACCOUNT, SO THE FIRST
040408*    OPEN CHARGE FOUND DECIDES - UNAPPLIED-CASH RECORDS AND
040410*    CLOSED ITEMS ARE WALKED PAST.  NO OPEN CHARGE AT ALL MEANS
040412*    NOTHING IS OVERDUE.
040414     MOVE 'N' TO AR1-OVERDUE-SWITCH
040416     MOVE 'N' TO AR1-ITEM-EOF-SWITCH
040418     MOVE AR1-BAL-ACCOUNT-ID TO AR1-OPI-ACCOUNT-ID
040420     MOVE LOW-VALUES TO AR1-OPI-ITEM-DATE
040422     MOVE LOW-VALUES TO AR1-OPI-TRANS-ID
040424     START OPEN-ITEM-FILE KEY >= AR1-OPI-KEY
040426         INVALID KEY SET AR1-ITEM-EOF TO TRUE
040428     END-START
040430     IF NOT AR1-ITEM-EOF
040432         PERFORM 2520-READ-NEXT-ITEM THRU 2520-EXIT
040434     END-IF
040436     PERFORM 2510-CHECK-ONE-ITEM THRU 2510-EXIT
040438         UNTIL AR1-ITEM-EOF
040440     .
040442 2500-EXIT.
040444     EXIT.
040446
040448 2510-CHECK-ONE-ITEM.
040450     IF AR1-OPI-ACCOUNT-ID NOT = AR1-BAL-ACCOUNT-ID
040452         SET AR1-ITEM-EOF TO TRUE
040454         GO TO 2510-EXIT
040456     END-IF
040458     IF AR1-OPI-CHARGE AND AR1-OPI-OPEN
040460         IF AR1-OPI-ITEM-DATE < AR1-WORK-GRACE-CUTOFF
040462             SET AR1-ACCOUNT-OVERDUE TO TRUE
040464         END-IF
040466         SET AR1-ITEM-EOF TO TRUE
040468         GO TO 2510-EXIT
040470     END-IF
040472     PERFORM 2520-READ-NEXT-ITEM THRU 2520-EXIT
040474     .
040476 2510-EXIT.
040478     EXIT.
040480
040482 2520-READ-NEXT-ITEM.
040484     READ OPEN-ITEM-FILE NEXT
040486         AT END SET AR1-ITEM-EOF TO TRUE
040488     END-READ
040490     .
040492 2520-EXIT.
040494     EXIT.
040500
040600 9000-TERMINATE.
040700     MOVE AR1-ACCOUNTS-READ TO AR1-TOT-READ
040900     MOVE AR1-CHARGE-TOTAL  TO AR1-TOT-AMOUNT
041000     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
041100     WRITE AR1-RPT-LINE
041120     MOVE AR1-GRACE-COUNT TO AR1-GRC-COUNT
041140     MOVE AR1-GRC-LINE TO AR1-RPT-LINE
041160     WRITE AR1-RPT-LINE
041200
041300     CLOSE RATE-PARM-IN BALANCE-MASTER CHARGE-FEED-OUT
041400           ASSESS-RPT
041420     IF NOT AR1-OPENITEM-MISSING
041440         CLOSE OPEN-ITEM-FILE
041460     END-IF
041500
041600     INITIALIZE LK-AR1140-PARMS
041700     SET LK-RCN-END TO TRUE
