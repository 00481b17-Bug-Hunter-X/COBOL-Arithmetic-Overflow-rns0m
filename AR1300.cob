001800*    MASTER - A DIFFERENCE MEANS AUDIT HISTORY HAS BEEN         *
001900*    ARCHIVED OFF (OR A BALANCE MOVED OUTSIDE THE AUDIT         *
002000*    TRAIL) AND IS FLAGGED WITH A NON-ZERO RETURN CODE.         *
002020*    BUCKETS ARE COUNTED IN BUSINESS DAYS BACK FROM THE         *
002040*    BUSINESS DATE HANDED BACK BY AR1130, SKIPPING WEEKENDS AND *
002060*    CALENDAR HOLIDAYS THROUGH THE AR1470 SUBROUTINE, SO A      *
002080*    LONG WEEKEND DOES NOT PUSH A CHARGE INTO THE NEXT BUCKET.  *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------- ----  ------------------------------------------*
002500*    2026-09-02 RVH   ORIGINAL RECEIVABLES AGING REPORT         *
002520*    2026-10-14 RVH   AGED IN BUSINESS DAYS FROM THE BUSINESS   *
002540*                     DATE - RUN DATE AND RUN-ID NOW FROM       *
002560*                     AR1130, CUTOFFS FROM AR1470               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007500 01  AR1-CONTROL-FIELDS.
007600     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
007700     05  AR1-OWN-RUN-ID          PIC X(08).
007800     05  AR1-RUN-DATE            PIC X(08).
007900     05  AR1-BUCKET-DAYS         PIC 9(05) VALUE ZERO.
008200     05  AR1-CUTOFF-30           PIC X(08).
008300     05  AR1-CUTOFF-60           PIC X(08).
008400     05  AR1-CUTOFF-90           PIC X(08).
008500
008600     COPY AR1140P.
008620     COPY AR1130P.
008640     COPY AR1470P.
008700
008800 01  AR1-TS-SPLIT.
008900     05  AR1-TS-DATE             PIC X(08).
013000         10  FILLER              PIC X(32)
013100             VALUE 'AR1300 RECEIVABLES AGING AS OF  '.
013200         10  AR1-HDR-DATE        PIC X(08).
013220         10  FILLER              PIC X(16)
013240             VALUE ' (BUSINESS DAYS)'.
013300     05  AR1-COL-HDR-LINE.
013400         10  FILLER              PIC X(16)
013500             VALUE 'ACCOUNT    TYPE '.
020100
020200 1000-INITIALIZE.
020300     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
020350     INITIALIZE LK-AR1130-PARMS
020400     CALL 'AR1130' USING LK-AR1130-PARMS
020450     MOVE LK-RID-RUN-ID   TO AR1-OWN-RUN-ID
020500     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
020700
020800     INITIALIZE LK-AR1140-PARMS
020900     SET LK-RCN-START TO TRUE
021100     MOVE 'AR1300  ' TO LK-RCN-PROGRAM-ID
021200     CALL 'AR1140' USING LK-AR1140-PARMS
021300
021400     MOVE 30 TO AR1-BUCKET-DAYS
021500     PERFORM 1100-COUNT-BACK THRU 1100-EXIT
021600     MOVE LK-BDC-RESULT-DATE TO AR1-CUTOFF-30
021700     MOVE 60 TO AR1-BUCKET-DAYS
021800     PERFORM 1100-COUNT-BACK THRU 1100-EXIT
021900     MOVE LK-BDC-RESULT-DATE TO AR1-CUTOFF-60
022000     MOVE 90 TO AR1-BUCKET-DAYS
022100     PERFORM 1100-COUNT-BACK THRU 1100-EXIT
022200     MOVE LK-BDC-RESULT-DATE TO AR1-CUTOFF-90
022800
022900     OPEN INPUT AUDIT-FILE
023000     IF AR1-AUD-FS NOT = '00'
024200     END-IF
024300     OPEN OUTPUT AGING-RPT
024400
024500     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
024600     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
024700     WRITE AR1-RPT-LINE
024800     MOVE AR1-COL-HDR-LINE TO AR1-RPT-LINE
025800 1000-EXIT.
025900     EXIT.
026000
026005 1100-COUNT-BACK.
026010     INITIALIZE LK-AR1470-PARMS
026015     SET LK-BDC-BACK-DAYS TO TRUE
026020     MOVE AR1-RUN-DATE    TO LK-BDC-FROM-DATE
026025     MOVE AR1-BUCKET-DAYS TO LK-BDC-DAY-COUNT
026030     CALL 'AR1470' USING LK-AR1470-PARMS
026035     IF LK-BDC-RETURN-CODE = 4
026040         AND AR1-BUCKET-DAYS = 30
026045         DISPLAY 'AR1300: HOLIDAY CALENDAR NOT AVAILABLE - '
026050             'AGED OVER WEEKENDS ONLY'
026055     END-IF
026060     .
026065 1100-EXIT.
026070     EXIT.
026075
026100 2000-BUCKET-ONE-AUDIT.
026200     PERFORM 2200-FIND-ACCOUNT-SLOT THRU 2200-EXIT
026300     IF AR1-SEARCH-FOUND
