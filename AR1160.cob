002310*    2026-08-22 RVH   REFUSES TO RECONCILE A RUN NOT MARKED     *
002320*                     COMPLETE ON THE RUN-CONTROL FILE; OWN     *
002330*                     START/END RECORDS WRITTEN VIA AR1140      *
002340*    2026-10-14 RVH   LOCKBOX DEPOSIT TIE-OUT - THE RUN DATE'S  *
002350*                     PROVED LOCKBOX DEPOSITS (DEPCTL) ARE TIED *
002360*                     TO THE LOCKBOX PAYMENTS POSTED ON THE     *
002370*                     AUDIT FILE; A BREAK SETS RC 8             *
002380*    2026-10-15 RVH   AN UNREADABLE AUDIT FILE IS REPORTED AS   *
002390*                     POSTINGS NOT AVAILABLE, RC 8, INSTEAD OF  *
002395*                     TURNING EVERY DEPOSIT INTO A BREAK        *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003500     SELECT RECON-RPT ASSIGN TO RECNRPT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS AR1-RPT-FS.
003710
003720     SELECT DEPOSIT-CONTROL-IN ASSIGN TO DEPCTL
003730         ORGANIZATION IS SEQUENTIAL
003740         FILE STATUS IS AR1-DEP-FS.
003750
003760     SELECT AUDIT-FILE-IN ASSIGN TO AUDTFILE
003770         ORGANIZATION IS SEQUENTIAL
003780         FILE STATUS IS AR1-AUD-FS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004500 FD  RECON-RPT
004600     RECORDING MODE IS F.
004700 01  AR1-RPT-LINE                PIC X(80).
004710
004720 FD  DEPOSIT-CONTROL-IN
004730     RECORDING MODE IS F.
004740     COPY AR1DEP.
004750
004760 FD  AUDIT-FILE-IN
004770     RECORDING MODE IS F.
004780     COPY AR1AUD.
004800
004900 WORKING-STORAGE SECTION.
005000 01  AR1-FILE-STATUSES.
005100     05  AR1-TOT-FS              PIC X(02) VALUE '00'.
005200     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
005210     05  AR1-DEP-FS              PIC X(02) VALUE '00'.
005220     05  AR1-AUD-FS              PIC X(02) VALUE '00'.
005300
005400 01  AR1-SWITCHES.
005500     05  AR1-TOT-EOF-SWITCH      PIC X(01) VALUE 'N'.
005600         88  AR1-TOT-EOF             VALUE 'Y'.
005610     05  AR1-DEP-EOF-SWITCH      PIC X(01) VALUE 'N'.
005620         88  AR1-DEP-EOF             VALUE 'Y'.
005630     05  AR1-AUD-EOF-SWITCH      PIC X(01) VALUE 'N'.
005640         88  AR1-AUD-EOF             VALUE 'Y'.
005700
005800 01  AR1-TOLERANCE               PIC S9(7)V99 VALUE 0.01.
005900 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
005928     05  AR1-TOT-RID-DAY         PIC X(06).
005929     05  FILLER                  PIC X(02).
005930 01  AR1-RUNS-RECONCILED         PIC 9(09) COMP VALUE ZERO.
005931 01  AR1-DEP-RID-SPLIT.
005932     05  AR1-DEP-RID-DAY         PIC X(06).
005933     05  FILLER                  PIC X(02).
005934 01  AR1-AUD-RID-SPLIT.
005935     05  AR1-AUD-RID-DAY         PIC X(06).
005936     05  FILLER                  PIC X(02).
005937 01  AR1-AUD-TID-SPLIT.
005938     05  AR1-AUD-TID-PREFIX      PIC X(01).
005939     05  FILLER                  PIC X(09).
005940     COPY AR1140P.
005950     COPY AR1130P.
006000
006100 01  AR1-WORK-FIELDS.
006200     05  AR1-ADJUSTED-BALANCE    PIC S9(09)V99.
006300     05  AR1-BREAK-AMOUNT        PIC S9(09)V99.
006310
006320 01  AR1-DEPOSIT-FIELDS.
006330     05  AR1-DEP-BATCH-COUNT     PIC 9(09) COMP VALUE ZERO.
006340     05  AR1-DEP-BANK-TOTAL      PIC S9(11)V99 VALUE ZERO.
006350     05  AR1-DEP-SENT-TOTAL      PIC S9(11)V99 VALUE ZERO.
006360     05  AR1-DEP-HELD-TOTAL      PIC S9(11)V99 VALUE ZERO.
006370     05  AR1-LOCKBOX-POSTED      PIC S9(11)V99 VALUE ZERO.
006380     05  AR1-DEPOSIT-BREAK       PIC S9(11)V99 VALUE ZERO.
006400
006500 01  AR1-REPORT-LINES.
006600     05  AR1-HDR-LINE.
008600     05  AR1-OK-LINE.
008700         10  FILLER              PIC X(40)
008800             VALUE 'RECONCILIATION WITHIN TOLERANCE - OK'.
008802     05  AR1-DEP-HDR-LINE.
008805         10  FILLER              PIC X(40)
008808             VALUE 'LOCKBOX DEPOSIT TIE-OUT'.
008811     05  AR1-DEP-AMT-LINE.
008814         10  AR1-DEP-AMT-LABEL   PIC X(30).
008817         10  AR1-DEP-AMT-VALUE   PIC ZZZZZZZZZZ9.99-.
008820     05  AR1-DEP-NONE-LINE.
008823         10  FILLER              PIC X(50)
008826             VALUE 'NO PROVED LOCKBOX DEPOSITS FOR THE RUN DATE'.
008829     05  AR1-DEP-NOFILE-LINE.
008832         10  FILLER              PIC X(50)
008835             VALUE 'DEPOSIT CONTROL FILE MISSING - NO TIE-OUT'.
008838     05  AR1-DEP-BREAK-LINE.
008841         10  FILLER              PIC X(30)
008844             VALUE '*** DEPOSIT BREAK *** AMOUNT '.
008847         10  AR1-DEP-BRK-AMOUNT  PIC ZZZZZZZZZZ9.99-.
008850         10  FILLER              PIC X(30)
008853             VALUE ' - SEE TRANSREJ'.
008855     05  AR1-DEP-NOAUD-LINE.
008861         10  FILLER              PIC X(50)
008867             VALUE 'AUDIT POSTINGS NOT AVAILABLE - NO TIE-OUT'.
008873     05  AR1-DEP-OK-LINE.
008879         10  FILLER              PIC X(50)
008885             VALUE 'DEPOSIT TIES TO LOCKBOX CASH POSTED - OK'.
008900
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009300     PERFORM 2000-RECONCILE-ONE-RUN THRU 2000-EXIT
009400         UNTIL AR1-TOT-EOF
009410     PERFORM 3000-TIE-LOCKBOX-DEPOSITS THRU 3000-EXIT
009500     PERFORM 9000-TERMINATE THRU 9000-EXIT
009600     MOVE AR1-RETURN-CODE TO RETURN-CODE
009700     GOBACK.
014500 2100-EXIT.
014600     EXIT.
014700
015310 3000-TIE-LOCKBOX-DEPOSITS.
015320*    THE BANK'S DEPOSIT FOR THE RUN DATE, LESS THE CASH HELD AS
015330*    UNIDENTIFIED, MUST HAVE POSTED AS LOCKBOX PAYMENTS
015340*    (TRANSACTION IDS BEGINNING L).  A PAYMENT THE EDIT
015350*    REJECTED SHOWS UP HERE AS A BREAK UNTIL IT IS REPAIRED.
015360     MOVE AR1-DEP-HDR-LINE TO AR1-RPT-LINE
015370     WRITE AR1-RPT-LINE
015380     OPEN INPUT DEPOSIT-CONTROL-IN
015390     IF AR1-DEP-FS NOT = '00'
015400         MOVE AR1-DEP-NOFILE-LINE TO AR1-RPT-LINE
015410         WRITE AR1-RPT-LINE
015420         GO TO 3000-EXIT
015430     END-IF
015440     PERFORM 3100-READ-DEPOSIT THRU 3100-EXIT
015450     PERFORM 3200-ADD-ONE-DEPOSIT THRU 3200-EXIT
015460         UNTIL AR1-DEP-EOF
015470     CLOSE DEPOSIT-CONTROL-IN
015480     IF AR1-DEP-BATCH-COUNT = ZERO
015490         MOVE AR1-DEP-NONE-LINE TO AR1-RPT-LINE
015500         WRITE AR1-RPT-LINE
015510         GO TO 3000-EXIT
015520     END-IF
015530
015540     OPEN INPUT AUDIT-FILE-IN
015550     IF AR1-AUD-FS = '00'
015560         PERFORM 3300-READ-AUDIT THRU 3300-EXIT
015570         PERFORM 3400-ADD-ONE-AUDIT THRU 3400-EXIT
015580             UNTIL AR1-AUD-EOF
015590         CLOSE AUDIT-FILE-IN
015592     ELSE
015594         DISPLAY 'AR1160: AUDIT FILE OPEN FAILED - STATUS '
015596             AR1-AUD-FS ' - DEPOSITS NOT TIED OUT'
015597         MOVE AR1-DEP-NOAUD-LINE TO AR1-RPT-LINE
015598         WRITE AR1-RPT-LINE
015599         MOVE 8 TO AR1-RETURN-CODE
015600         GO TO 3000-EXIT
015605     END-IF
015610
015620     MOVE 'BANK DEPOSIT TOTAL' TO AR1-DEP-AMT-LABEL
015630     MOVE AR1-DEP-BANK-TOTAL   TO AR1-DEP-AMT-VALUE
015640     MOVE AR1-DEP-AMT-LINE TO AR1-RPT-LINE
015650     WRITE AR1-RPT-LINE
015660     MOVE 'HELD AS UNIDENTIFIED' TO AR1-DEP-AMT-LABEL
015670     MOVE AR1-DEP-HELD-TOTAL   TO AR1-DEP-AMT-VALUE
015680     MOVE AR1-DEP-AMT-LINE TO AR1-RPT-LINE
015690     WRITE AR1-RPT-LINE
015700     MOVE 'SENT TO FEED AS PAYMENTS' TO AR1-DEP-AMT-LABEL
015710     MOVE AR1-DEP-SENT-TOTAL   TO AR1-DEP-AMT-VALUE
015720     MOVE AR1-DEP-AMT-LINE TO AR1-RPT-LINE
015730     WRITE AR1-RPT-LINE
015740     MOVE 'LOCKBOX PAYMENTS POSTED' TO AR1-DEP-AMT-LABEL
015750     MOVE AR1-LOCKBOX-POSTED   TO AR1-DEP-AMT-VALUE
015760     MOVE AR1-DEP-AMT-LINE TO AR1-RPT-LINE
015770     WRITE AR1-RPT-LINE
015780
015790     COMPUTE AR1-DEPOSIT-BREAK =
015800         AR1-DEP-SENT-TOTAL - AR1-LOCKBOX-POSTED
015810     IF FUNCTION ABS (AR1-DEPOSIT-BREAK) > AR1-TOLERANCE
015820         MOVE AR1-DEPOSIT-BREAK TO AR1-DEP-BRK-AMOUNT
015830         MOVE AR1-DEP-BREAK-LINE TO AR1-RPT-LINE
015840         WRITE AR1-RPT-LINE
015850         MOVE 8 TO AR1-RETURN-CODE
015860     ELSE
015870         MOVE AR1-DEP-OK-LINE TO AR1-RPT-LINE
015880         WRITE AR1-RPT-LINE
015890     END-IF
015900     .
015910 3000-EXIT.
015920     EXIT.
015930
015940 3100-READ-DEPOSIT.
015950     READ DEPOSIT-CONTROL-IN
015960         AT END SET AR1-DEP-EOF TO TRUE
015970     END-READ
015980     .
015990 3100-EXIT.
016000     EXIT.
016010
016020 3200-ADD-ONE-DEPOSIT.
016030*    AN OUT-OF-BALANCE BATCH SENT NOTHING TO THE FEED AND IS
016040*    WORKED WITH THE BANK - ONLY PROVED BATCHES TIE OUT HERE
016050     MOVE AR1-DEP-RUN-ID TO AR1-DEP-RID-SPLIT
016060     IF AR1-DEP-RID-DAY = AR1-OWN-DAY-PART
016070         AND AR1-DEP-PROVED
016080         ADD 1 TO AR1-DEP-BATCH-COUNT
016090         ADD AR1-DEP-DEPOSIT-TOTAL TO AR1-DEP-BANK-TOTAL
016100         ADD AR1-DEP-FEED-TOTAL    TO AR1-DEP-SENT-TOTAL
016110         ADD AR1-DEP-UNIDENT-TOTAL TO AR1-DEP-HELD-TOTAL
016120     END-IF
016130     PERFORM 3100-READ-DEPOSIT THRU 3100-EXIT
016140     .
016150 3200-EXIT.
016160     EXIT.
016170
016180 3300-READ-AUDIT.
016190     READ AUDIT-FILE-IN
016200         AT END SET AR1-AUD-EOF TO TRUE
016210     END-READ
016220     .
016230 3300-EXIT.
016240     EXIT.
016250
016260 3400-ADD-ONE-AUDIT.
016270*    A PAYMENT POSTS AS A NEGATIVE AMOUNT ADDED - THE CASH
016280*    RECEIVED IS ITS MAGNITUDE
016290     MOVE AR1-AUD-RUN-ID   TO AR1-AUD-RID-SPLIT
016300     MOVE AR1-AUD-TRANS-ID TO AR1-AUD-TID-SPLIT
016310     IF AR1-AUD-RID-DAY = AR1-OWN-DAY-PART
016320         AND AR1-AUD-SOURCE = 'AR1150'
016330         AND AR1-AUD-TID-PREFIX = 'L'
016340         SUBTRACT AR1-AUD-AMOUNT-ADDED FROM AR1-LOCKBOX-POSTED
016350     END-IF
016360     PERFORM 3300-READ-AUDIT THRU 3300-EXIT
016370     .
016380 3400-EXIT.
016390     EXIT.
016395
016400 9000-TERMINATE.
016410     CLOSE CONTROL-TOTAL-IN RECON-RPT
016420
016430     INITIALIZE LK-AR1140-PARMS
016440     SET LK-RCN-END TO TRUE
016450     MOVE AR1-OWN-RUN-ID TO LK-RCN-RUN-ID
016460     MOVE 'AR1160  ' TO LK-RCN-PROGRAM-ID
016470     MOVE AR1-RUNS-RECONCILED TO LK-RCN-RECORD-COUNT
016480     CALL 'AR1140' USING LK-AR1140-PARMS
016490     .
016500 9000-EXIT.
016510     EXIT.
