000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1380.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1380 - CUSTOMER ACCOUNT MASTER ONE-TIME LOAD             *
000900*                                                                *
001000*    ONE-TIME JOB THAT SEEDS THE CUSTOMER ACCOUNT MASTER        *
001100*    (ACCTMSTR) FROM THE BALANCE MASTER, SO EVERY ACCOUNT THAT  *
001200*    ALREADY CARRIES A BALANCE RECORD IS KNOWN TO AR1110 BEFORE *
001300*    IT STARTS REJECTING UNKNOWN ACCOUNTS.  EACH ACCOUNT IS     *
001400*    LOADED ACTIVE WITH ITS BALANCE-MASTER TYPE AND THE RUN     *
001500*    DATE AS ITS OPEN DATE; NAME AND BILLING ADDRESS ARE KEYED  *
001600*    AFTERWARDS THROUGH AR1370.  RUN ONCE BEFORE THE FIRST      *
001700*    AR1110 RUN THAT READS THE MASTER; A RERUN SKIPS ACCOUNTS   *
001800*    ALREADY LOADED (DUPLICATE KEYS) AND SAYS SO ON THE LOAD    *
001900*    REPORT.  ANY OTHER WRITE FAILURE IS REPORTED AS AN ERROR   *
002000*    AND ENDS THE JOB RC 8, AS DOES A MASTER THAT CANNOT OPEN.  *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    DATE       INIT  DESCRIPTION                               *
002400*    ---------- ----  ------------------------------------------*
002500*    2026-10-14 RVH   ORIGINAL ONE-TIME ACCOUNT MASTER LOAD     *
002600*    2026-10-14 RVH   LOADED ACCOUNT STARTS WITH ZERO WRITE-OFF *
002700*                     AND RECOVERY AMOUNTS                      *
002800*    2026-10-15 RVH   ACCOUNT MASTER OPEN CHECKED.  ONLY STATUS *
002900*                     22 IS A DUPLICATE - ANY OTHER BAD WRITE   *
003000*                     IS COUNTED AS AN ERROR, RC 8              *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-390.
003500 OBJECT-COMPUTER. IBM-390.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS AR1-BAL-ACCOUNT-ID
004200         FILE STATUS IS AR1-BAL-FS.
004300
004400     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS AR1-ACM-ACCOUNT-ID
004800         FILE STATUS IS AR1-ACM-FS.
004900
005000     SELECT LOAD-RPT ASSIGN TO LOADRPT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS AR1-RPT-FS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  BALANCE-MASTER
005700     RECORDING MODE IS F.
005800     COPY AR1BAL.
005900
006000 FD  ACCOUNT-MASTER
006100     RECORDING MODE IS F.
006200     COPY AR1ACM.
006300
006400 FD  LOAD-RPT
006500     RECORDING MODE IS F.
006600 01  AR1-RPT-LINE                PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  AR1-FILE-STATUSES.
007000     05  AR1-BAL-FS              PIC X(02) VALUE '00'.
007100     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
007200     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
007300
007400 01  AR1-SWITCHES.
007500     05  AR1-BAL-EOF-SWITCH      PIC X(01) VALUE 'N'.
007600         88  AR1-BAL-EOF             VALUE 'Y'.
007700     05  AR1-ACM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
007800         88  AR1-ACM-OPENED          VALUE 'Y'.
007900
008000 01  AR1-COUNTERS.
008100     05  AR1-RECORDS-READ        PIC 9(09) COMP VALUE ZERO.
008200     05  AR1-RECORDS-LOADED      PIC 9(09) COMP VALUE ZERO.
008300     05  AR1-DUPLICATES-SKIPPED  PIC 9(09) COMP VALUE ZERO.
008400     05  AR1-WRITE-ERRORS        PIC 9(09) COMP VALUE ZERO.
008500
008600 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
008700 01  AR1-CURRENT-TIMESTAMP       PIC X(26).
008800 01  AR1-TS-SPLIT.
008900     05  AR1-TS-DATE             PIC X(08).
009000     05  FILLER                  PIC X(18).
009100
009200 01  AR1-REPORT-LINES.
009300     05  AR1-HDR-LINE.
009400         10  FILLER              PIC X(36)
009500             VALUE 'AR1380 ACCOUNT MASTER LOAD RUN      '.
009600     05  AR1-TOT-LINE.
009700         10  FILLER              PIC X(12)
009800             VALUE 'READ        '.
009900         10  AR1-TOT-READ        PIC ZZZZZZZZ9.
010000         10  FILLER              PIC X(04) VALUE SPACES.
010100         10  FILLER              PIC X(12)
010200             VALUE 'LOADED      '.
010300         10  AR1-TOT-LOADED      PIC ZZZZZZZZ9.
010400         10  FILLER              PIC X(04) VALUE SPACES.
010500         10  FILLER              PIC X(12)
010600             VALUE 'DUPLICATES  '.
010700         10  AR1-TOT-DUPS        PIC ZZZZZZZZ9.
010800     05  AR1-ERR-TOT-LINE.
010900         10  FILLER              PIC X(12)
011000             VALUE 'ERRORS      '.
011100         10  AR1-TOT-ERRORS      PIC ZZZZZZZZ9.
011200
011300 PROCEDURE DIVISION.
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011600     PERFORM 2000-LOAD-ONE-ACCOUNT THRU 2000-EXIT
011700         UNTIL AR1-BAL-EOF
011800     PERFORM 9000-TERMINATE THRU 9000-EXIT
011900     MOVE AR1-RETURN-CODE TO RETURN-CODE
012000     GOBACK.
012100
012200 1000-INITIALIZE.
012300     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
012400     MOVE AR1-CURRENT-TIMESTAMP TO AR1-TS-SPLIT
012500     OPEN INPUT BALANCE-MASTER
012600     OPEN I-O ACCOUNT-MASTER
012700     IF AR1-ACM-FS = '05' OR '35'
012800         OPEN OUTPUT ACCOUNT-MASTER
012900     END-IF
013000     IF AR1-ACM-FS = '00'
013100         SET AR1-ACM-OPENED TO TRUE
013200     END-IF
013300     OPEN OUTPUT LOAD-RPT
013400     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
013500     WRITE AR1-RPT-LINE
013600
013700     IF AR1-BAL-FS NOT = '00'
013800         DISPLAY 'AR1380: BALANCE MASTER NOT AVAILABLE - '
013900             'STATUS ' AR1-BAL-FS
014000         MOVE 8 TO AR1-RETURN-CODE
014100         SET AR1-BAL-EOF TO TRUE
014200         GO TO 1000-EXIT
014300     END-IF
014400     IF NOT AR1-ACM-OPENED
014500         DISPLAY 'AR1380: ACCOUNT MASTER WILL NOT OPEN - '
014600             'STATUS ' AR1-ACM-FS ' - NOTHING LOADED'
014700         MOVE 8 TO AR1-RETURN-CODE
014800         SET AR1-BAL-EOF TO TRUE
014900         GO TO 1000-EXIT
015000     END-IF
015100
015200     READ BALANCE-MASTER NEXT RECORD
015300         AT END SET AR1-BAL-EOF TO TRUE
015400     END-READ
015500     .
015600 1000-EXIT.
015700     EXIT.
015800
015900 2000-LOAD-ONE-ACCOUNT.
016000     ADD 1 TO AR1-RECORDS-READ
016100     MOVE SPACES TO AR1-ACM-RECORD
016200     MOVE AR1-BAL-ACCOUNT-ID   TO AR1-ACM-ACCOUNT-ID
016300     MOVE AR1-BAL-ACCOUNT-TYPE TO AR1-ACM-ACCOUNT-TYPE
016400     MOVE AR1-TS-DATE          TO AR1-ACM-OPEN-DATE
016500     SET AR1-ACM-ACTIVE        TO TRUE
016600     MOVE ZERO                 TO AR1-ACM-WOFF-AMOUNT
016700     MOVE ZERO                 TO AR1-ACM-RECOVERED-AMT
016800     WRITE AR1-ACM-RECORD
016900         INVALID KEY
017000             PERFORM 2100-WRITE-REFUSED THRU 2100-EXIT
017100         NOT INVALID KEY
017200             ADD 1 TO AR1-RECORDS-LOADED
017300     END-WRITE
017400     READ BALANCE-MASTER NEXT RECORD
017500         AT END SET AR1-BAL-EOF TO TRUE
017600     END-READ
017700     .
017800 2000-EXIT.
017900     EXIT.
018000
018100 2100-WRITE-REFUSED.
018200*    22 IS AN ACCOUNT LOADED BY AN EARLIER RUN - ANYTHING ELSE
018300*    IS A MASTER THAT DID NOT TAKE THE RECORD
018400     IF AR1-ACM-FS = '22'
018500         ADD 1 TO AR1-DUPLICATES-SKIPPED
018600         GO TO 2100-EXIT
018700     END-IF
018800     DISPLAY 'AR1380: ACCOUNT ' AR1-ACM-ACCOUNT-ID
018900         ' NOT LOADED - WRITE STATUS ' AR1-ACM-FS
019000     ADD 1 TO AR1-WRITE-ERRORS
019100     MOVE 8 TO AR1-RETURN-CODE
019200     .
019300 2100-EXIT.
019400     EXIT.
019500
019600 9000-TERMINATE.
019700     MOVE AR1-RECORDS-READ       TO AR1-TOT-READ
019800     MOVE AR1-RECORDS-LOADED     TO AR1-TOT-LOADED
019900     MOVE AR1-DUPLICATES-SKIPPED TO AR1-TOT-DUPS
020000     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
020100     WRITE AR1-RPT-LINE
020200     MOVE AR1-WRITE-ERRORS       TO AR1-TOT-ERRORS
020300     MOVE AR1-ERR-TOT-LINE TO AR1-RPT-LINE
020400     WRITE AR1-RPT-LINE
020500
020600     CLOSE BALANCE-MASTER LOAD-RPT
020700     IF AR1-ACM-OPENED
020800         CLOSE ACCOUNT-MASTER
020900     END-IF
021000     .
021100 9000-EXIT.
021200     EXIT.
