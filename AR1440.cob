000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1440.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1440 - BALANCE-MASTER REBUILD FROM THE AUDIT TRAIL       *
000900*                                                                *
001000*    RECOVERY UTILITY FOR A LOST OR DAMAGED BALANCE MASTER, AND *
001100*    AUDIT'S INDEPENDENT PROOF THAT THE MASTER IS THE SUM OF    *
001200*    ITS TRAIL.  THE ARCHIVED AUDIT GENERATIONS AR1220 HAS      *
001300*    TRIMMED OFF (AUDTARCH, OLDEST FIRST) AND THEN THE LIVE     *
001400*    AUDIT FILE ARE REPLAYED IN THE ORDER THEY WERE WRITTEN,    *
001500*    SORTED BY ACCOUNT WITH THAT ORDER KEPT.  EVERY RECORD'S    *
001600*    BEFORE-AMOUNT MUST EQUAL THE RUNNING BALANCE REPLAYED SO   *
001700*    FAR; WHEN IT DOES NOT, A MOVEMENT IS MISSING FROM THE      *
001800*    TRAIL - THE GAP IS REPORTED AND THE REPLAY CARRIES ON FROM *
001900*    THE RECORD'S OWN BEFORE-AMOUNT.  THE AFTER-AMOUNT (NOT     *
002000*    BEFORE PLUS ADDED) BECOMES THE NEW RUNNING BALANCE, SO A   *
002100*    CAPPED AR1150 POST REPLAYS AS IT WAS POSTED.               *
002200*                                                                *
002300*    THE REBUILD STARTS EVERY ACCOUNT AT ZERO, OR FROM AN AR1360*
002400*    SNAPSHOT (SEE AR1RBP).  THE SNAPSHOT HOLDS ACCOUNT-TYPE    *
002500*    TOTALS ONLY, SO EACH ACCOUNT OPENS AT THE BEFORE-AMOUNT OF *
002600*    ITS FIRST RECORD AFTER THE SNAPSHOT DATE (AN ACCOUNT WITH  *
002700*    NO LATER ACTIVITY OPENS AT ITS LIVE BALANCE) AND THOSE     *
002800*    OPENINGS ARE PROVED AGAINST THE SNAPSHOT TYPE TOTALS.  A   *
002900*    BALANCE CARRIED IN BY THE AR1180 CONVERSION HAS NO AUDIT   *
003000*    RECORD AND SHOWS AS A GAP ON THE ACCOUNT'S FIRST RECORD    *
003100*    WHEN STARTING FROM ZERO.                                   *
003200*    AN AS-OF POINT ON OR BEFORE THE SNAPSHOT DATE CANNOT BE    *
003300*    REBUILT FROM IT AND BLOCKS THE RUN.                        *
003400*                                                                *
003500*    THE REBUILT MASTER, AS OF THE CHOSEN RUN-ID OR TIMESTAMP,  *
003600*    IS WRITTEN TO BALNEW IN THE BALANCE-MASTER LAYOUT FOR THE  *
003700*    JOB STREAM TO RELOAD.  THE REPLAY THEN CARRIES ON TO THE   *
003800*    END OF THE TRAIL AND THE RESULT IS MATCHED AGAINST THE     *
003900*    LIVE MASTER ACCOUNT BY ACCOUNT; EACH ACCOUNT THAT DIFFERS, *
004000*    OR IS MISSING FROM THE LIVE MASTER, IS A BREAK.  GAPS OR A *
004100*    SNAPSHOT BREAK MEAN THE REBUILD IS NOT PROVEN - RC 8, DO   *
004200*    NOT RELOAD.  LIVE-MASTER BREAKS ALONE END RC 4.  THE JOB   *
004300*    ONLY READS THE LIVE FILES - A RERUN IS HARMLESS.           *
004400*                                                                *
004500*    MODIFICATION HISTORY                                       *
004600*    DATE       INIT  DESCRIPTION                               *
004700*    ---------- ----  ------------------------------------------*
004800*    2026-10-14 RVH   ORIGINAL BALANCE-MASTER REBUILD           *
004900*    2026-10-15 RVH   AN AS-OF POINT NOT LATER THAN THE         *
005000*                     SNAPSHOT DATE, OR A BALNEW THAT WILL NOT  *
005100*                     OPEN, BLOCKS THE RUN                      *
005200*    2026-10-15 RVH   A RUN-CONTROL ERROR AT START BLOCKS THE   *
005300*                     RUN, AND A BLOCKED RUN WRITES NO END      *
005400*                     RECORD                                    *
005500*****************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-390.
005900 OBJECT-COMPUTER. IBM-390.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT REBUILD-PARM-IN ASSIGN TO RBLDPARM
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS AR1-RBP-FS.
006500
006600     SELECT AUDIT-ARCHIVE ASSIGN TO AUDTARCH
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS AR1-AUDA-FS.
006900
007000     SELECT AUDIT-FILE ASSIGN TO AUDTFILE
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS AR1-AUD-FS.
007300
007400     SELECT SNAPSHOT-IN ASSIGN TO SNAPIN
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS AR1-SNI-FS.
007700
007800     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS AR1-BAL-ACCOUNT-ID
008200         FILE STATUS IS AR1-BAL-FS.
008300
008400     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS RANDOM
008700         RECORD KEY IS AR1-ACM-ACCOUNT-ID
008800         FILE STATUS IS AR1-ACM-FS.
008900
009000     SELECT BALANCE-NEW ASSIGN TO BALNEW
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS AR1-BLN-FS.
009300
009400     SELECT REBUILD-RPT ASSIGN TO RBLDRPT
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS AR1-RPT-FS.
009700
009800     SELECT SORT-WORK ASSIGN TO SORTWK01.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  REBUILD-PARM-IN
010300     RECORDING MODE IS F.
010400     COPY AR1RBP.
010500
010600 FD  AUDIT-ARCHIVE
010700     RECORDING MODE IS F.
010800 01  AR1-AUDA-RECORD             PIC X(98).
010900
011000 FD  AUDIT-FILE
011100     RECORDING MODE IS F.
011200 01  AR1-AUDL-RECORD             PIC X(98).
011300
011400 FD  SNAPSHOT-IN
011500     RECORDING MODE IS F.
011600 01  AR1-SNI-RECORD              PIC X(44).
011700
011800 FD  BALANCE-MASTER
011900     RECORDING MODE IS F.
012000     COPY AR1BAL.
012100
012200 FD  ACCOUNT-MASTER
012300     RECORDING MODE IS F.
012400     COPY AR1ACM.
012500
012600 FD  BALANCE-NEW
012700     RECORDING MODE IS F.
012800 01  AR1-BLN-RECORD              PIC X(69).
012900
013000 FD  REBUILD-RPT
013100     RECORDING MODE IS F.
013200 01  AR1-RPT-LINE                PIC X(80).
013300
013400 SD  SORT-WORK.
013500 01  AR1-SRT-RECORD.
013600     05  AR1-SRT-ACCOUNT-ID      PIC X(10).
013700     05  AR1-SRT-SEQUENCE        PIC 9(09).
013800     05  AR1-SRT-TIMESTAMP       PIC X(26).
013900     05  AR1-SRT-TRANS-ID        PIC X(10).
014000     05  AR1-SRT-BEFORE-AMOUNT   PIC S9(7)V99.
014100     05  AR1-SRT-AFTER-AMOUNT    PIC S9(7)V99.
014200     05  AR1-SRT-SOURCE          PIC X(08).
014300
014400 WORKING-STORAGE SECTION.
014500 01  AR1-FILE-STATUSES.
014600     05  AR1-RBP-FS              PIC X(02) VALUE '00'.
014700     05  AR1-AUDA-FS             PIC X(02) VALUE '00'.
014800     05  AR1-AUD-FS              PIC X(02) VALUE '00'.
014900     05  AR1-SNI-FS              PIC X(02) VALUE '00'.
015000     05  AR1-BAL-FS              PIC X(02) VALUE '00'.
015100     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
015200     05  AR1-BLN-FS              PIC X(02) VALUE '00'.
015300     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
015400
015500 01  AR1-SWITCHES.
015600     05  AR1-AUDA-EOF-SWITCH     PIC X(01) VALUE 'N'.
015700         88  AR1-AUDA-EOF            VALUE 'Y'.
015800     05  AR1-AUD-EOF-SWITCH      PIC X(01) VALUE 'N'.
015900         88  AR1-AUD-EOF             VALUE 'Y'.
016000     05  AR1-SNI-EOF-SWITCH      PIC X(01) VALUE 'N'.
016100         88  AR1-SNI-EOF             VALUE 'Y'.
016200     05  AR1-BAL-EOF-SWITCH      PIC X(01) VALUE 'N'.
016300         88  AR1-BAL-EOF             VALUE 'Y'.
016400     05  AR1-SORT-EOF-SWITCH     PIC X(01) VALUE 'N'.
016500         88  AR1-SORT-EOF            VALUE 'Y'.
016600     05  AR1-AUDA-OPEN-SWITCH    PIC X(01) VALUE 'N'.
016700         88  AR1-AUDA-OPENED         VALUE 'Y'.
016800     05  AR1-AUD-OPEN-SWITCH     PIC X(01) VALUE 'N'.
016900         88  AR1-AUD-OPENED          VALUE 'Y'.
017000     05  AR1-BAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
017100         88  AR1-BAL-OPENED          VALUE 'Y'.
017200     05  AR1-ACM-OPEN-SWITCH     PIC X(01) VALUE 'N'.
017300         88  AR1-ACM-OPENED          VALUE 'Y'.
017400     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
017500         88  AR1-RUN-BLOCKED         VALUE 'Y'.
017600     05  AR1-CUTOFF-PASSED-SWITCH
017700                                 PIC X(01) VALUE 'N'.
017800         88  AR1-CUTOFF-PASSED       VALUE 'Y'.
017900     05  AR1-ASOF-RUN-SEEN-SWITCH
018000                                 PIC X(01) VALUE 'N'.
018100         88  AR1-ASOF-RUN-SEEN       VALUE 'Y'.
018200     05  AR1-LIVE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
018300         88  AR1-LIVE-FOUND          VALUE 'Y'.
018400     05  AR1-TRAIL-SEEN-SWITCH   PIC X(01) VALUE 'N'.
018500         88  AR1-TRAIL-SEEN          VALUE 'Y'.
018600     05  AR1-ASOF-SEEN-SWITCH    PIC X(01) VALUE 'N'.
018700         88  AR1-ASOF-SEEN           VALUE 'Y'.
018800     05  AR1-TYPE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
018900         88  AR1-TYPE-FOUND          VALUE 'Y'.
019000     05  AR1-SNAP-GRAND-SWITCH   PIC X(01) VALUE 'N'.
019100         88  AR1-SNAP-GRAND-SEEN     VALUE 'Y'.
019200     05  AR1-BLN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
019300         88  AR1-BLN-OPENED          VALUE 'Y'.
019400     05  AR1-ASOF-IN-SNAP-SWITCH PIC X(01) VALUE 'N'.
019500         88  AR1-ASOF-IN-SNAPSHOT    VALUE 'Y'.
019600
019700 01  AR1-CONTROL-FIELDS.
019800     05  AR1-RUN-ID              PIC X(08).
019900     05  AR1-RUN-DATE            PIC X(08).
020000     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
020100
020200     COPY AR1140P.
020300     COPY AR1130P.
020400
020500*    BOTH AUDIT FILES ARE READ INTO THE ONE AUDIT LAYOUT
020600     COPY AR1AUD.
020700
020800     COPY AR1SNP.
020900
021000 01  AR1-SELECTION-FIELDS.
021100     05  AR1-SEL-START-MODE      PIC X(01) VALUE 'E'.
021200         88  AR1-SEL-FROM-SNAPSHOT   VALUE 'S'.
021300     05  AR1-SEL-ASOF-RUN-ID     PIC X(08) VALUE SPACES.
021400     05  AR1-SEL-ASOF-TIMESTAMP.
021500         10  AR1-SEL-ASOF-DATE   PIC X(08) VALUE SPACES.
021600         10  AR1-SEL-ASOF-TIME   PIC X(18) VALUE SPACES.
021700     05  AR1-SNAP-DATE           PIC X(08) VALUE SPACES.
021800
021900 01  AR1-TS-SPLIT.
022000     05  AR1-TS-DATE             PIC X(08).
022100     05  FILLER                  PIC X(18).
022200
022300*    REPLAY SEQUENCE IS THE ORDER THE AUDIT RECORDS WERE WRITTEN
022400*    (ARCHIVE, THEN LIVE).  EVERY RECORD AT OR BELOW THE CUTOFF
022500*    SEQUENCE IS IN THE REBUILT MASTER; LATER ONES ONLY CARRY
022600*    THE REPLAY FORWARD FOR THE LIVE-MASTER COMPARISON
022700 01  AR1-SEQUENCE-FIELDS.
022800     05  AR1-REPLAY-SEQ          PIC 9(09) COMP VALUE ZERO.
022900     05  AR1-CUTOFF-SEQ          PIC 9(09) COMP VALUE ZERO.
023000
023100*    MATCH KEYS FOR THE SORTED TRAIL / BALANCE-MASTER MERGE - A
023200*    SIDE AT END HOLDS HIGH-VALUES
023300 01  AR1-MATCH-FIELDS.
023400     05  AR1-SRT-MATCH-KEY       PIC X(10) VALUE LOW-VALUES.
023500     05  AR1-BAL-MATCH-KEY       PIC X(10) VALUE LOW-VALUES.
023600     05  AR1-LOW-KEY             PIC X(10).
023700
023800 01  AR1-COUNTERS.
023900     05  AR1-ARCHIVE-COUNT       PIC 9(09) COMP VALUE ZERO.
024000     05  AR1-LIVE-COUNT          PIC 9(09) COMP VALUE ZERO.
024100     05  AR1-SKIPPED-COUNT       PIC 9(09) COMP VALUE ZERO.
024200     05  AR1-REPLAYED-COUNT      PIC 9(09) COMP VALUE ZERO.
024300     05  AR1-LATER-COUNT         PIC 9(09) COMP VALUE ZERO.
024400     05  AR1-ACCOUNT-COUNT       PIC 9(09) COMP VALUE ZERO.
024500     05  AR1-AGREE-COUNT         PIC 9(09) COMP VALUE ZERO.
024600     05  AR1-GAP-COUNT           PIC 9(09) COMP VALUE ZERO.
024700     05  AR1-BREAK-COUNT         PIC 9(09) COMP VALUE ZERO.
024800     05  AR1-SNAP-BREAK-COUNT    PIC 9(09) COMP VALUE ZERO.
024900
025000 01  AR1-TOTALS.
025100     05  AR1-REBUILT-TOTAL       PIC S9(11)V99 VALUE ZERO.
025200     05  AR1-LIVE-TOTAL          PIC S9(11)V99 VALUE ZERO.
025300     05  AR1-GAP-TOTAL           PIC S9(11)V99 VALUE ZERO.
025400     05  AR1-BREAK-TOTAL         PIC S9(11)V99 VALUE ZERO.
025500
025600 01  AR1-WORK-FIELDS.
025700     05  AR1-WORK-OPENING        PIC S9(09)V99 VALUE ZERO.
025800     05  AR1-WORK-RUNNING        PIC S9(09)V99 VALUE ZERO.
025900     05  AR1-WORK-ASOF           PIC S9(09)V99 VALUE ZERO.
026000     05  AR1-WORK-LATER          PIC S9(09)V99 VALUE ZERO.
026100     05  AR1-WORK-LIVE           PIC S9(7)V99 VALUE ZERO.
026200     05  AR1-WORK-GAP            PIC S9(09)V99 VALUE ZERO.
026300     05  AR1-WORK-DIFFERENCE     PIC S9(11)V99 VALUE ZERO.
026400     05  AR1-WORK-TYPE           PIC X(04).
026500     05  AR1-WORK-LAST-TRANS-ID  PIC X(10).
026600     05  AR1-WORK-LAST-UPDATED   PIC X(26).
026700     05  AR1-WORK-CAUSE          PIC X(10).
026800
026900*    THE REBUILT BALANCE RECORD - LAID OUT EXACTLY AS AR1BAL SO
027000*    THE JOB STREAM CAN RELOAD BALNEW STRAIGHT INTO THE MASTER
027100 01  AR1-NBL-RECORD.
027200     05  AR1-NBL-ACCOUNT-ID      PIC X(10).
027300     05  AR1-NBL-ACCOUNT-TYPE    PIC X(04).
027400     05  AR1-NBL-AMOUNT          PIC S9(7)V99.
027500     05  AR1-NBL-LAST-TRANS-ID   PIC X(10).
027600     05  AR1-NBL-LAST-UPDATED    PIC X(26).
027700     05  FILLER                  PIC X(10).
027800
027900*    OPENING BALANCES BY ACCOUNT TYPE FOR THE SNAPSHOT PROOF
028000 01  AR1-TYPE-TABLE.
028100     05  AR1-TYPE-ENTRY OCCURS 20 TIMES
028200                        INDEXED BY AR1-TYPE-NDX.
028300         10  AR1-TBL-TYPE        PIC X(04).
028400         10  AR1-TBL-SNAP-AMT    PIC S9(11)V99.
028500         10  AR1-TBL-OPEN-AMT    PIC S9(11)V99.
028600     05  AR1-TYPE-COUNT          PIC 9(04) VALUE ZERO.
028700     05  AR1-SEEK-TYPE           PIC X(04).
028800     05  AR1-SNAP-GRAND          PIC S9(11)V99 VALUE ZERO.
028900     05  AR1-OPEN-GRAND          PIC S9(11)V99 VALUE ZERO.
029000
029100 01  AR1-TOLERANCE               PIC S9(7)V99 VALUE 0.01.
029200 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
029300
029400 01  AR1-REPORT-LINES.
029500     05  AR1-HDR-LINE.
029600         10  FILLER              PIC X(40)
029700             VALUE 'AR1440 BALANCE MASTER REBUILD    RUN   '.
029800         10  AR1-HDR-RUN-ID      PIC X(08).
029900         10  FILLER              PIC X(02) VALUE SPACES.
030000         10  AR1-HDR-DATE        PIC X(08).
030100     05  AR1-PRM-LINE.
030200         10  AR1-PRM-LABEL       PIC X(12).
030300         10  AR1-PRM-TEXT        PIC X(13).
030400         10  AR1-PRM-VALUE       PIC X(26).
030500     05  AR1-COL-LINE-1.
030600         10  FILLER              PIC X(37) VALUE
030700             'GAP   ACCOUNT    TRANS-ID   SOURCE   '.
030800         10  FILLER              PIC X(35) VALUE
030900             '   EXPECTED      BEFORE         GAP'.
031000     05  AR1-COL-LINE-2.
031100         10  FILLER              PIC X(28) VALUE
031200             'BREAK ACCOUNT    CAUSE      '.
031300         10  FILLER              PIC X(47) VALUE
031400             '    REBUILT       LATER        LIVE  DIFFERENCE'.
031500     05  AR1-GAP-LINE.
031600         10  FILLER              PIC X(06) VALUE 'GAP   '.
031700         10  AR1-GAP-ACCOUNT     PIC X(10).
031800         10  FILLER              PIC X(01) VALUE SPACE.
031900         10  AR1-GAP-TRANS-ID    PIC X(10).
032000         10  FILLER              PIC X(01) VALUE SPACE.
032100         10  AR1-GAP-SOURCE      PIC X(08).
032200         10  FILLER              PIC X(01) VALUE SPACE.
032300         10  AR1-GAP-EXPECTED    PIC ZZZZZZ9.99-.
032400         10  FILLER              PIC X(01) VALUE SPACE.
032500         10  AR1-GAP-BEFORE      PIC ZZZZZZ9.99-.
032600         10  FILLER              PIC X(01) VALUE SPACE.
032700         10  AR1-GAP-AMOUNT      PIC ZZZZZZ9.99-.
032800     05  AR1-BRK-LINE.
032900         10  FILLER              PIC X(06) VALUE 'BREAK '.
033000         10  AR1-BRK-ACCOUNT     PIC X(10).
033100         10  FILLER              PIC X(01) VALUE SPACE.
033200         10  AR1-BRK-CAUSE       PIC X(10).
033300         10  FILLER              PIC X(01) VALUE SPACE.
033400         10  AR1-BRK-REBUILT     PIC ZZZZZZ9.99-.
033500         10  FILLER              PIC X(01) VALUE SPACE.
033600         10  AR1-BRK-LATER       PIC ZZZZZZ9.99-.
033700         10  FILLER              PIC X(01) VALUE SPACE.
033800         10  AR1-BRK-LIVE        PIC ZZZZZZ9.99-.
033900         10  FILLER              PIC X(01) VALUE SPACE.
034000         10  AR1-BRK-DIFFERENCE  PIC ZZZZZZ9.99-.
034100     05  AR1-PRF-HDR-LINE.
034200         10  FILLER              PIC X(48) VALUE
034300             'SNAPSHOT PROOF - OPENING BALANCES BY TYPE  DATED'.
034400         10  FILLER              PIC X(01) VALUE SPACE.
034500         10  AR1-PRF-HDR-DATE    PIC X(08).
034600     05  AR1-PRF-COL-LINE.
034700         10  FILLER              PIC X(24) VALUE
034800             'TYPE          SNAPSHOT  '.
034900         10  FILLER              PIC X(34) VALUE
035000             ' REBUILT OPENING        DIFFERENCE'.
035100     05  AR1-PRF-LINE.
035200         10  AR1-PRF-TYPE        PIC X(04).
035300         10  FILLER              PIC X(02) VALUE SPACES.
035400         10  AR1-PRF-SNAPSHOT    PIC ZZZZZZZZZZZ9.99-.
035500         10  FILLER              PIC X(02) VALUE SPACES.
035600         10  AR1-PRF-OPENING     PIC ZZZZZZZZZZZ9.99-.
035700         10  FILLER              PIC X(02) VALUE SPACES.
035800         10  AR1-PRF-DIFFERENCE  PIC ZZZZZZZZZZZ9.99-.
035900         10  FILLER              PIC X(02) VALUE SPACES.
036000         10  AR1-PRF-FLAG        PIC X(08).
036100     05  AR1-CNT-LINE.
036200         10  AR1-CNT-LABEL       PIC X(24).
036300         10  AR1-CNT-VALUE       PIC ZZZZZZZZ9.
036400     05  AR1-AMT-LINE.
036500         10  AR1-AMT-LABEL       PIC X(24).
036600         10  AR1-AMT-VALUE       PIC ZZZZZZZZZZZ9.99-.
036700     05  AR1-NOTPROVEN-LINE.
036800         10  FILLER              PIC X(48) VALUE
036900             '*** AUDIT GAPS OR SNAPSHOT BREAK - REBUILT MASTE'.
037000         10  FILLER              PIC X(20) VALUE
037100             'R NOT PROVEN ***    '.
037200     05  AR1-DIFFERS-LINE.
037300         10  FILLER              PIC X(48) VALUE
037400             'REBUILT MASTER PROVEN - LIVE MASTER DIFFERS, SEE'.
037500         10  FILLER              PIC X(20) VALUE
037600             ' BREAKS             '.
037700     05  AR1-OK-LINE.
037800         10  FILLER              PIC X(48) VALUE
037900             'REBUILT MASTER PROVEN - AGREES WITH LIVE MASTER '.
038000
038100 PROCEDURE DIVISION.
038200 0000-MAINLINE.
038300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038400     IF NOT AR1-RUN-BLOCKED
038500         PERFORM 2000-RUN-REBUILD THRU 2000-EXIT
038600     END-IF
038700     PERFORM 9000-TERMINATE THRU 9000-EXIT
038800     MOVE AR1-RETURN-CODE TO RETURN-CODE
038900     GOBACK.
039000
039100 1000-INITIALIZE.
039200     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
039300     INITIALIZE LK-AR1130-PARMS
039400     CALL 'AR1130' USING LK-AR1130-PARMS
039500     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
039600     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
039700
039800     INITIALIZE LK-AR1140-PARMS
039900     SET LK-RCN-START TO TRUE
040000     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
040100     MOVE 'AR1440  ' TO LK-RCN-PROGRAM-ID
040200     CALL 'AR1140' USING LK-AR1140-PARMS
040300
040400     OPEN OUTPUT REBUILD-RPT
040500     MOVE AR1-RUN-ID   TO AR1-HDR-RUN-ID
040600     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
040700     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
040800     WRITE AR1-RPT-LINE
040900
041000*    THE REBUILD ONLY READS THE LIVE FILES, SO A RERUN OF A
041100*    COMPLETE RUN GOES AHEAD - BUT NOT WITHOUT RUN CONTROL
041200     IF LK-RCN-RETURN-CODE = 4
041300         DISPLAY 'AR1440: REBUILD ALREADY RAN FOR ' AR1-RUN-ID
041400             ' - RERUNNING, BALNEW WILL BE REBUILT'
041500     END-IF
041600     IF LK-RCN-RETURN-CODE = 8
041700         DISPLAY 'AR1440: RUN-CONTROL FILE ERROR - RUN NOT '
041800             'STARTED, RUN BLOCKED'
041900         SET AR1-RUN-BLOCKED TO TRUE
042000         MOVE 8 TO AR1-RETURN-CODE
042100         GO TO 1000-EXIT
042200     END-IF
042300
042400     PERFORM 1100-LOAD-REBUILD-PARM THRU 1100-EXIT
042500     IF AR1-RUN-BLOCKED
042600         GO TO 1000-EXIT
042700     END-IF
042800     IF AR1-SEL-FROM-SNAPSHOT
042900         PERFORM 1200-LOAD-SNAPSHOT THRU 1200-EXIT
043000         IF AR1-RUN-BLOCKED
043100             GO TO 1000-EXIT
043200         END-IF
043300*        EVERYTHING UP TO THE SNAPSHOT DATE IS SKIPPED, SO THE
043400*        AS-OF POINT MUST FALL AFTER IT
043500         IF AR1-SEL-ASOF-TIMESTAMP NOT = SPACES
043600            AND AR1-SEL-ASOF-DATE NOT > AR1-SNAP-DATE
043700             DISPLAY 'AR1440: AS-OF DATE ' AR1-SEL-ASOF-DATE
043800                 ' IS NOT LATER THAN THE SNAPSHOT DATE '
043900                 AR1-SNAP-DATE ' - RUN BLOCKED'
044000             SET AR1-RUN-BLOCKED TO TRUE
044100             MOVE 8 TO AR1-RETURN-CODE
044200             GO TO 1000-EXIT
044300         END-IF
044400     END-IF
044500     PERFORM 1300-WRITE-PARM-LINES THRU 1300-EXIT
044600
044700*    THE LIVE AUDIT FILE IS THE ONE INPUT THE REBUILD CANNOT DO
044800*    WITHOUT; NO ARCHIVE SIMPLY MEANS AR1220 HAS NOT TRIMMED IT
044900     OPEN INPUT AUDIT-FILE
045000     IF AR1-AUD-FS NOT = '00'
045100         DISPLAY 'AR1440: AUDIT FILE NOT AVAILABLE - STATUS '
045200             AR1-AUD-FS ' - RUN BLOCKED'
045300         SET AR1-RUN-BLOCKED TO TRUE
045400         MOVE 8 TO AR1-RETURN-CODE
045500         GO TO 1000-EXIT
045600     END-IF
045700     SET AR1-AUD-OPENED TO TRUE
045800     OPEN INPUT AUDIT-ARCHIVE
045900     IF AR1-AUDA-FS = '00'
046000         SET AR1-AUDA-OPENED TO TRUE
046100     ELSE
046200         DISPLAY 'AR1440: NO AUDIT ARCHIVE - STATUS '
046300             AR1-AUDA-FS ' - LIVE AUDIT FILE ONLY'
046400         SET AR1-AUDA-EOF TO TRUE
046500     END-IF
046600
046700*    A LOST BALANCE MASTER IS WHY THE JOB IS RUN - THE REBUILD
046800*    GOES ON AND EVERY ACCOUNT BREAKS AS NOT ON THE MASTER
046900     OPEN INPUT BALANCE-MASTER
047000     IF AR1-BAL-FS = '00'
047100         SET AR1-BAL-OPENED TO TRUE
047200     ELSE
047300         DISPLAY 'AR1440: BALANCE MASTER NOT AVAILABLE - STATUS '
047400             AR1-BAL-FS ' - COMPARED AGAINST AN EMPTY MASTER'
047500         SET AR1-BAL-EOF TO TRUE
047600         MOVE HIGH-VALUES TO AR1-BAL-MATCH-KEY
047700     END-IF
047800     OPEN INPUT ACCOUNT-MASTER
047900     IF AR1-ACM-FS = '00'
048000         SET AR1-ACM-OPENED TO TRUE
048100     ELSE
048200         DISPLAY 'AR1440: ACCOUNT MASTER NOT AVAILABLE - STATUS '
048300             AR1-ACM-FS ' - TYPE UNKNOWN OFF THE BALANCE MASTER'
048400     END-IF
048500     OPEN OUTPUT BALANCE-NEW
048600     IF AR1-BLN-FS NOT = '00'
048700         DISPLAY 'AR1440: REBUILT MASTER BALNEW WILL NOT OPEN - '
048800             'STATUS ' AR1-BLN-FS ' - RUN BLOCKED'
048900         SET AR1-RUN-BLOCKED TO TRUE
049000         MOVE 8 TO AR1-RETURN-CODE
049100         GO TO 1000-EXIT
049200     END-IF
049300     SET AR1-BLN-OPENED TO TRUE
049400
049500     MOVE AR1-COL-LINE-1 TO AR1-RPT-LINE
049600     WRITE AR1-RPT-LINE
049700     MOVE AR1-COL-LINE-2 TO AR1-RPT-LINE
049800     WRITE AR1-RPT-LINE
049900     .
050000 1000-EXIT.
050100     EXIT.
050200
050300 1100-LOAD-REBUILD-PARM.
050400     OPEN INPUT REBUILD-PARM-IN
050500     IF AR1-RBP-FS = '00'
050600         READ REBUILD-PARM-IN
050700             NOT AT END
050800                 PERFORM 1110-EDIT-REBUILD-PARM THRU 1110-EXIT
050900         END-READ
051000         CLOSE REBUILD-PARM-IN
051100     END-IF
051200     .
051300 1100-EXIT.
051400     EXIT.
051500
051600 1110-EDIT-REBUILD-PARM.
051700     IF NOT AR1-RBP-FROM-EMPTY AND NOT AR1-RBP-FROM-SNAPSHOT
051800         DISPLAY 'AR1440: REBUILD PARM START MODE '
051900             AR1-RBP-START-MODE ' NOT E OR S - RUN BLOCKED'
052000         SET AR1-RUN-BLOCKED TO TRUE
052100         MOVE 8 TO AR1-RETURN-CODE
052200         GO TO 1110-EXIT
052300     END-IF
052400     IF AR1-RBP-ASOF-RUN-ID NOT = SPACES
052500        AND AR1-RBP-ASOF-TIMESTAMP NOT = SPACES
052600         DISPLAY 'AR1440: REBUILD PARM GIVES BOTH AN AS-OF '
052700             'RUN-ID AND AN AS-OF TIMESTAMP - RUN BLOCKED'
052800         SET AR1-RUN-BLOCKED TO TRUE
052900         MOVE 8 TO AR1-RETURN-CODE
053000         GO TO 1110-EXIT
053100     END-IF
053200     IF AR1-RBP-FROM-SNAPSHOT
053300         MOVE 'S' TO AR1-SEL-START-MODE
053400     END-IF
053500     MOVE AR1-RBP-ASOF-RUN-ID    TO AR1-SEL-ASOF-RUN-ID
053600     MOVE AR1-RBP-ASOF-TIMESTAMP TO AR1-SEL-ASOF-TIMESTAMP
053700     .
053800 1110-EXIT.
053900     EXIT.
054000
054100 1200-LOAD-SNAPSHOT.
054200     OPEN INPUT SNAPSHOT-IN
054300     IF AR1-SNI-FS NOT = '00'
054400         DISPLAY 'AR1440: SNAPSHOT NOT AVAILABLE - STATUS '
054500             AR1-SNI-FS ' - RUN BLOCKED'
054600         SET AR1-RUN-BLOCKED TO TRUE
054700         MOVE 8 TO AR1-RETURN-CODE
054800         GO TO 1200-EXIT
054900     END-IF
055000     READ SNAPSHOT-IN
055100         AT END SET AR1-SNI-EOF TO TRUE
055200     END-READ
055300     PERFORM 1210-ONE-SNAPSHOT-RECORD THRU 1210-EXIT
055400         UNTIL AR1-SNI-EOF
055500     CLOSE SNAPSHOT-IN
055600     IF NOT AR1-SNAP-GRAND-SEEN
055700         DISPLAY 'AR1440: SNAPSHOT HAS NO GRAND-TOTAL RECORD - '
055800             'RUN BLOCKED'
055900         SET AR1-RUN-BLOCKED TO TRUE
056000         MOVE 8 TO AR1-RETURN-CODE
056100     END-IF
056200     .
056300 1200-EXIT.
056400     EXIT.
056500
056600 1210-ONE-SNAPSHOT-RECORD.
056700     MOVE AR1-SNI-RECORD TO AR1-SNP-RECORD
056800     MOVE AR1-SNP-SNAP-DATE TO AR1-SNAP-DATE
056900     IF AR1-SNP-GRAND-TOTAL
057000         MOVE AR1-SNP-TOTAL-AMOUNT TO AR1-SNAP-GRAND
057100         SET AR1-SNAP-GRAND-SEEN TO TRUE
057200     ELSE
057300         MOVE AR1-SNP-ACCOUNT-TYPE TO AR1-SEEK-TYPE
057400         PERFORM 7000-FIND-TYPE-SLOT THRU 7000-EXIT
057500         IF AR1-TYPE-FOUND
057600             MOVE AR1-SNP-TOTAL-AMOUNT
057700                 TO AR1-TBL-SNAP-AMT (AR1-TYPE-NDX)
057800         END-IF
057900     END-IF
058000     READ SNAPSHOT-IN
058100         AT END SET AR1-SNI-EOF TO TRUE
058200     END-READ
058300     .
058400 1210-EXIT.
058500     EXIT.
058600
058700 1300-WRITE-PARM-LINES.
058800     MOVE 'START FROM  ' TO AR1-PRM-LABEL
058900     IF AR1-SEL-FROM-SNAPSHOT
059000         MOVE 'SNAPSHOT OF  ' TO AR1-PRM-TEXT
059100         MOVE AR1-SNAP-DATE   TO AR1-PRM-VALUE
059200     ELSE
059300         MOVE 'ZERO         ' TO AR1-PRM-TEXT
059400         MOVE SPACES          TO AR1-PRM-VALUE
059500     END-IF
059600     MOVE AR1-PRM-LINE TO AR1-RPT-LINE
059700     WRITE AR1-RPT-LINE
059800     MOVE 'AS OF       ' TO AR1-PRM-LABEL
059900     EVALUATE TRUE
060000         WHEN AR1-SEL-ASOF-RUN-ID NOT = SPACES
060100             MOVE 'RUN-ID       '     TO AR1-PRM-TEXT
060200             MOVE AR1-SEL-ASOF-RUN-ID TO AR1-PRM-VALUE
060300         WHEN AR1-SEL-ASOF-TIMESTAMP NOT = SPACES
060400             MOVE 'TIMESTAMP    '        TO AR1-PRM-TEXT
060500             MOVE AR1-SEL-ASOF-TIMESTAMP TO AR1-PRM-VALUE
060600         WHEN OTHER
060700             MOVE 'END OF TRAIL '        TO AR1-PRM-TEXT
060800             MOVE SPACES                 TO AR1-PRM-VALUE
060900     END-EVALUATE
061000     MOVE AR1-PRM-LINE TO AR1-RPT-LINE
061100     WRITE AR1-RPT-LINE
061200     .
061300 1300-EXIT.
061400     EXIT.
061500
061600 2000-RUN-REBUILD.
061700     SORT SORT-WORK
061800         ON ASCENDING KEY AR1-SRT-ACCOUNT-ID
061900                          AR1-SRT-SEQUENCE
062000         INPUT PROCEDURE IS 3000-SELECT-AUDIT
062100                     THRU 3000-EXIT
062200         OUTPUT PROCEDURE IS 4000-REBUILD-ACCOUNTS
062300                     THRU 4000-EXIT
062400     IF AR1-SEL-FROM-SNAPSHOT AND NOT AR1-RUN-BLOCKED
062500         PERFORM 5000-PROVE-SNAPSHOT THRU 5000-EXIT
062600     END-IF
062700     .
062800 2000-EXIT.
062900     EXIT.
063000
063100 3000-SELECT-AUDIT.
063200*    OLDEST FIRST - THE ARCHIVE GENERATIONS, THEN THE LIVE FILE
063300     IF NOT AR1-AUDA-EOF
063400         READ AUDIT-ARCHIVE INTO AR1-AUD-RECORD
063500             AT END SET AR1-AUDA-EOF TO TRUE
063600         END-READ
063700     END-IF
063800     PERFORM 3100-ONE-ARCHIVE-RECORD THRU 3100-EXIT
063900         UNTIL AR1-AUDA-EOF
064000     READ AUDIT-FILE INTO AR1-AUD-RECORD
064100         AT END SET AR1-AUD-EOF TO TRUE
064200     END-READ
064300     PERFORM 3200-ONE-LIVE-RECORD THRU 3200-EXIT
064400         UNTIL AR1-AUD-EOF
064500     .
064600 3000-EXIT.
064700     EXIT.
064800
064900 3100-ONE-ARCHIVE-RECORD.
065000     ADD 1 TO AR1-ARCHIVE-COUNT
065100     PERFORM 3300-RELEASE-ONE-AUDIT THRU 3300-EXIT
065200     READ AUDIT-ARCHIVE INTO AR1-AUD-RECORD
065300         AT END SET AR1-AUDA-EOF TO TRUE
065400     END-READ
065500     .
065600 3100-EXIT.
065700     EXIT.
065800
065900 3200-ONE-LIVE-RECORD.
066000     ADD 1 TO AR1-LIVE-COUNT
066100     PERFORM 3300-RELEASE-ONE-AUDIT THRU 3300-EXIT
066200     READ AUDIT-FILE INTO AR1-AUD-RECORD
066300         AT END SET AR1-AUD-EOF TO TRUE
066400     END-READ
066500     .
066600 3200-EXIT.
066700     EXIT.
066800
066900 3300-RELEASE-ONE-AUDIT.
067000     ADD 1 TO AR1-REPLAY-SEQ
067100     MOVE AR1-AUD-TIMESTAMP TO AR1-TS-SPLIT
067200*    A RECORD DATED ON OR BEFORE THE SNAPSHOT IS ALREADY INSIDE
067300*    THE SNAPSHOT'S TOTALS
067400     IF AR1-SEL-FROM-SNAPSHOT
067500        AND AR1-TS-DATE NOT > AR1-SNAP-DATE
067600         IF AR1-SEL-ASOF-RUN-ID NOT = SPACES
067700            AND AR1-AUD-RUN-ID = AR1-SEL-ASOF-RUN-ID
067800             SET AR1-ASOF-IN-SNAPSHOT TO TRUE
067900         END-IF
068000         ADD 1 TO AR1-SKIPPED-COUNT
068100         GO TO 3300-EXIT
068200     END-IF
068300     PERFORM 3400-TRACK-CUTOFF THRU 3400-EXIT
068400     MOVE AR1-AUD-ACCOUNT-ID    TO AR1-SRT-ACCOUNT-ID
068500     MOVE AR1-REPLAY-SEQ        TO AR1-SRT-SEQUENCE
068600     MOVE AR1-AUD-TIMESTAMP     TO AR1-SRT-TIMESTAMP
068700     MOVE AR1-AUD-TRANS-ID      TO AR1-SRT-TRANS-ID
068800     MOVE AR1-AUD-BEFORE-AMOUNT TO AR1-SRT-BEFORE-AMOUNT
068900     MOVE AR1-AUD-AFTER-AMOUNT  TO AR1-SRT-AFTER-AMOUNT
069000     MOVE AR1-AUD-SOURCE        TO AR1-SRT-SOURCE
069100     RELEASE AR1-SRT-RECORD
069200     .
069300 3300-EXIT.
069400     EXIT.
069500
069600 3400-TRACK-CUTOFF.
069700*    AN AS-OF RUN-ID RUNS THROUGH ITS LAST AUDIT RECORD.  AN
069800*    AS-OF TIMESTAMP STOPS AT THE FIRST RECORD STAMPED LATER -
069900*    THE TRAIL IS IN POSTING ORDER, SO NOTHING AFTER THAT POINT
070000*    BELONGS IN THE REBUILT MASTER EVEN IF ITS STAMP IS EARLIER
070100     IF AR1-SEL-ASOF-RUN-ID NOT = SPACES
070200         IF AR1-AUD-RUN-ID = AR1-SEL-ASOF-RUN-ID
070300             MOVE AR1-REPLAY-SEQ TO AR1-CUTOFF-SEQ
070400             SET AR1-ASOF-RUN-SEEN TO TRUE
070500         END-IF
070600         GO TO 3400-EXIT
070700     END-IF
070800     IF AR1-CUTOFF-PASSED
070900         GO TO 3400-EXIT
071000     END-IF
071100     EVALUATE TRUE
071200         WHEN AR1-SEL-ASOF-TIMESTAMP = SPACES
071300             CONTINUE
071400         WHEN AR1-SEL-ASOF-TIME = SPACES
071500             IF AR1-TS-DATE > AR1-SEL-ASOF-DATE
071600                 SET AR1-CUTOFF-PASSED TO TRUE
071700             END-IF
071800         WHEN AR1-AUD-TIMESTAMP > AR1-SEL-ASOF-TIMESTAMP
071900             SET AR1-CUTOFF-PASSED TO TRUE
072000     END-EVALUATE
072100     IF NOT AR1-CUTOFF-PASSED
072200         MOVE AR1-REPLAY-SEQ TO AR1-CUTOFF-SEQ
072300     END-IF
072400     .
072500 3400-EXIT.
072600     EXIT.
072700
072800 4000-REBUILD-ACCOUNTS.
072900     IF AR1-SEL-ASOF-RUN-ID NOT = SPACES
073000        AND NOT AR1-ASOF-RUN-SEEN
073100         IF AR1-ASOF-IN-SNAPSHOT
073200             DISPLAY 'AR1440: AS-OF RUN-ID ' AR1-SEL-ASOF-RUN-ID
073300                 ' IS NOT LATER THAN THE SNAPSHOT DATE '
073400                 AR1-SNAP-DATE ' - RUN BLOCKED'
073500         ELSE
073600             DISPLAY 'AR1440: AS-OF RUN-ID ' AR1-SEL-ASOF-RUN-ID
073700                 ' NOT ON THE REPLAYED AUDIT TRAIL - RUN BLOCKED'
073800         END-IF
073900         SET AR1-RUN-BLOCKED TO TRUE
074000         MOVE 8 TO AR1-RETURN-CODE
074100         GO TO 4000-EXIT
074200     END-IF
074300     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT
074400     IF AR1-BAL-OPENED
074500         PERFORM 4800-READ-BALANCE THRU 4800-EXIT
074600     END-IF
074700     PERFORM 4100-REBUILD-ONE-ACCOUNT THRU 4100-EXIT
074800         UNTIL AR1-SORT-EOF AND AR1-BAL-EOF
074900     .
075000 4000-EXIT.
075100     EXIT.
075200
075300 4100-REBUILD-ONE-ACCOUNT.
075400     IF AR1-SRT-MATCH-KEY < AR1-BAL-MATCH-KEY
075500         MOVE AR1-SRT-MATCH-KEY TO AR1-LOW-KEY
075600     ELSE
075700         MOVE AR1-BAL-MATCH-KEY TO AR1-LOW-KEY
075800     END-IF
075900
076000     MOVE 'N'    TO AR1-LIVE-FOUND-SWITCH
076100     MOVE 'N'    TO AR1-TRAIL-SEEN-SWITCH
076200     MOVE 'N'    TO AR1-ASOF-SEEN-SWITCH
076300     MOVE ZERO   TO AR1-WORK-LIVE
076400     MOVE SPACES TO AR1-WORK-TYPE
076500     MOVE SPACES TO AR1-WORK-LAST-TRANS-ID
076600     MOVE SPACES TO AR1-WORK-LAST-UPDATED
076700     IF AR1-BAL-MATCH-KEY = AR1-LOW-KEY
076800         SET AR1-LIVE-FOUND TO TRUE
076900         MOVE AR1-BAL-AMOUNT        TO AR1-WORK-LIVE
077000         MOVE AR1-BAL-ACCOUNT-TYPE  TO AR1-WORK-TYPE
077100         MOVE AR1-BAL-LAST-TRANS-ID TO AR1-WORK-LAST-TRANS-ID
077200         MOVE AR1-BAL-LAST-UPDATED  TO AR1-WORK-LAST-UPDATED
077300         PERFORM 4800-READ-BALANCE THRU 4800-EXIT
077400     END-IF
077500
077600*    FROM A SNAPSHOT, AN ACCOUNT WITH NO LATER ACTIVITY OPENS AT
077700*    ITS LIVE BALANCE; THE FIRST REPLAYED RECORD REPLACES IT
077800     IF AR1-SEL-FROM-SNAPSHOT
077900         MOVE AR1-WORK-LIVE TO AR1-WORK-OPENING
078000     ELSE
078100         MOVE ZERO TO AR1-WORK-OPENING
078200     END-IF
078300     MOVE AR1-WORK-OPENING TO AR1-WORK-RUNNING
078400     MOVE AR1-WORK-OPENING TO AR1-WORK-ASOF
078500
078600     PERFORM 4200-REPLAY-ONE-RECORD THRU 4200-EXIT
078700         UNTIL AR1-SRT-MATCH-KEY NOT = AR1-LOW-KEY
078800     PERFORM 4300-CLOSE-ACCOUNT THRU 4300-EXIT
078900     .
079000 4100-EXIT.
079100     EXIT.
079200
079300 4200-REPLAY-ONE-RECORD.
079400     IF NOT AR1-TRAIL-SEEN
079500         SET AR1-TRAIL-SEEN TO TRUE
079600         IF AR1-SEL-FROM-SNAPSHOT
079700             MOVE AR1-SRT-BEFORE-AMOUNT TO AR1-WORK-OPENING
079800             MOVE AR1-SRT-BEFORE-AMOUNT TO AR1-WORK-RUNNING
079900             MOVE AR1-SRT-BEFORE-AMOUNT TO AR1-WORK-ASOF
080000         END-IF
080100     END-IF
080200
080300     COMPUTE AR1-WORK-GAP =
080400         AR1-SRT-BEFORE-AMOUNT - AR1-WORK-RUNNING
080500     IF FUNCTION ABS (AR1-WORK-GAP) > AR1-TOLERANCE
080600         PERFORM 4400-REPORT-GAP THRU 4400-EXIT
080700     END-IF
080800     MOVE AR1-SRT-AFTER-AMOUNT TO AR1-WORK-RUNNING
080900
081000     IF AR1-SRT-SEQUENCE NOT > AR1-CUTOFF-SEQ
081100         MOVE AR1-WORK-RUNNING  TO AR1-WORK-ASOF
081200         MOVE AR1-SRT-TRANS-ID  TO AR1-WORK-LAST-TRANS-ID
081300         MOVE AR1-SRT-TIMESTAMP TO AR1-WORK-LAST-UPDATED
081400         SET AR1-ASOF-SEEN TO TRUE
081500         ADD 1 TO AR1-REPLAYED-COUNT
081600     ELSE
081700         ADD 1 TO AR1-LATER-COUNT
081800     END-IF
081900     PERFORM 4900-RETURN-SORTED THRU 4900-EXIT
082000     .
082100 4200-EXIT.
082200     EXIT.
082300
082400 4300-CLOSE-ACCOUNT.
082500     ADD 1 TO AR1-ACCOUNT-COUNT
082600     IF NOT AR1-LIVE-FOUND
082700         PERFORM 4310-LOOKUP-ACCOUNT-TYPE THRU 4310-EXIT
082800     END-IF
082900     IF AR1-SEL-FROM-SNAPSHOT
083000         MOVE AR1-WORK-TYPE TO AR1-SEEK-TYPE
083100         PERFORM 7000-FIND-TYPE-SLOT THRU 7000-EXIT
083200         IF AR1-TYPE-FOUND
083300             ADD AR1-WORK-OPENING
083400                 TO AR1-TBL-OPEN-AMT (AR1-TYPE-NDX)
083500         END-IF
083600         ADD AR1-WORK-OPENING TO AR1-OPEN-GRAND
083700     END-IF
083800
083900     MOVE SPACES                 TO AR1-NBL-RECORD
084000     MOVE AR1-LOW-KEY            TO AR1-NBL-ACCOUNT-ID
084100     MOVE AR1-WORK-TYPE          TO AR1-NBL-ACCOUNT-TYPE
084200     MOVE AR1-WORK-ASOF          TO AR1-NBL-AMOUNT
084300     MOVE AR1-WORK-LAST-TRANS-ID TO AR1-NBL-LAST-TRANS-ID
084400     MOVE AR1-WORK-LAST-UPDATED  TO AR1-NBL-LAST-UPDATED
084500     WRITE AR1-BLN-RECORD FROM AR1-NBL-RECORD
084600     ADD AR1-WORK-ASOF TO AR1-REBUILT-TOTAL
084700     ADD AR1-WORK-LIVE TO AR1-LIVE-TOTAL
084800
084900*    THE LIVE MASTER IS MATCHED AGAINST THE WHOLE TRAIL, NOT THE
085000*    AS-OF POINT - LATER IS WHAT WAS POSTED AFTER IT
085100     COMPUTE AR1-WORK-LATER = AR1-WORK-RUNNING - AR1-WORK-ASOF
085200     COMPUTE AR1-WORK-DIFFERENCE =
085300         AR1-WORK-RUNNING - AR1-WORK-LIVE
085400     EVALUATE TRUE
085500         WHEN NOT AR1-LIVE-FOUND
085600             MOVE 'NO MASTER ' TO AR1-WORK-CAUSE
085700         WHEN FUNCTION ABS (AR1-WORK-DIFFERENCE) > AR1-TOLERANCE
085800             MOVE 'DIFFERS   ' TO AR1-WORK-CAUSE
085900         WHEN OTHER
086000             ADD 1 TO AR1-AGREE-COUNT
086100             GO TO 4300-EXIT
086200     END-EVALUATE
086300
086400     MOVE AR1-LOW-KEY         TO AR1-BRK-ACCOUNT
086500     MOVE AR1-WORK-CAUSE      TO AR1-BRK-CAUSE
086600     MOVE AR1-WORK-ASOF       TO AR1-BRK-REBUILT
086700     MOVE AR1-WORK-LATER      TO AR1-BRK-LATER
086800     MOVE AR1-WORK-LIVE       TO AR1-BRK-LIVE
086900     MOVE AR1-WORK-DIFFERENCE TO AR1-BRK-DIFFERENCE
087000     MOVE AR1-BRK-LINE TO AR1-RPT-LINE
087100     WRITE AR1-RPT-LINE
087200     ADD 1 TO AR1-BREAK-COUNT
087300     ADD AR1-WORK-DIFFERENCE TO AR1-BREAK-TOTAL
087400     IF AR1-RETURN-CODE < 4
087500         MOVE 4 TO AR1-RETURN-CODE
087600     END-IF
087700     .
087800 4300-EXIT.
087900     EXIT.
088000
088100 4310-LOOKUP-ACCOUNT-TYPE.
088200*    AN ACCOUNT MISSING FROM THE LIVE BALANCE MASTER TAKES ITS
088300*    TYPE FROM THE ACCOUNT MASTER
088400     IF NOT AR1-ACM-OPENED
088500         GO TO 4310-EXIT
088600     END-IF
088700     MOVE AR1-LOW-KEY TO AR1-ACM-ACCOUNT-ID
088800     READ ACCOUNT-MASTER
088900         INVALID KEY
089000             MOVE SPACES TO AR1-WORK-TYPE
089100         NOT INVALID KEY
089200             MOVE AR1-ACM-ACCOUNT-TYPE TO AR1-WORK-TYPE
089300     END-READ
089400     .
089500 4310-EXIT.
089600     EXIT.
089700
089800 4400-REPORT-GAP.
089900     MOVE AR1-LOW-KEY           TO AR1-GAP-ACCOUNT
090000     MOVE AR1-SRT-TRANS-ID      TO AR1-GAP-TRANS-ID
090100     MOVE AR1-SRT-SOURCE        TO AR1-GAP-SOURCE
090200     MOVE AR1-WORK-RUNNING      TO AR1-GAP-EXPECTED
090300     MOVE AR1-SRT-BEFORE-AMOUNT TO AR1-GAP-BEFORE
090400     MOVE AR1-WORK-GAP          TO AR1-GAP-AMOUNT
090500     MOVE AR1-GAP-LINE TO AR1-RPT-LINE
090600     WRITE AR1-RPT-LINE
090700     ADD 1 TO AR1-GAP-COUNT
090800     ADD AR1-WORK-GAP TO AR1-GAP-TOTAL
090900     MOVE 8 TO AR1-RETURN-CODE
091000     .
091100 4400-EXIT.
091200     EXIT.
091300
091400 4800-READ-BALANCE.
091500     READ BALANCE-MASTER
091600         AT END
091700             SET AR1-BAL-EOF TO TRUE
091800             MOVE HIGH-VALUES TO AR1-BAL-MATCH-KEY
091900         NOT AT END
092000             MOVE AR1-BAL-ACCOUNT-ID TO AR1-BAL-MATCH-KEY
092100     END-READ
092200     .
092300 4800-EXIT.
092400     EXIT.
092500
092600 4900-RETURN-SORTED.
092700     RETURN SORT-WORK
092800         AT END
092900             SET AR1-SORT-EOF TO TRUE
093000             MOVE HIGH-VALUES TO AR1-SRT-MATCH-KEY
093100         NOT AT END
093200             MOVE AR1-SRT-ACCOUNT-ID TO AR1-SRT-MATCH-KEY
093300     END-RETURN
093400     .
093500 4900-EXIT.
093600     EXIT.
093700
093800 5000-PROVE-SNAPSHOT.
093900     MOVE AR1-SNAP-DATE TO AR1-PRF-HDR-DATE
094000     MOVE AR1-PRF-HDR-LINE TO AR1-RPT-LINE
094100     WRITE AR1-RPT-LINE
094200     MOVE AR1-PRF-COL-LINE TO AR1-RPT-LINE
094300     WRITE AR1-RPT-LINE
094400     PERFORM 5100-PROVE-ONE-TYPE THRU 5100-EXIT
094500         VARYING AR1-TYPE-NDX FROM 1 BY 1
094600         UNTIL AR1-TYPE-NDX > AR1-TYPE-COUNT
094700
094800     MOVE '*ALL'          TO AR1-PRF-TYPE
094900     MOVE AR1-SNAP-GRAND  TO AR1-PRF-SNAPSHOT
095000     MOVE AR1-OPEN-GRAND  TO AR1-PRF-OPENING
095100     COMPUTE AR1-WORK-DIFFERENCE = AR1-OPEN-GRAND - AR1-SNAP-GRAND
095200     PERFORM 5200-WRITE-PROOF-LINE THRU 5200-EXIT
095300     .
095400 5000-EXIT.
095500     EXIT.
095600
095700 5100-PROVE-ONE-TYPE.
095800     MOVE AR1-TBL-TYPE (AR1-TYPE-NDX)     TO AR1-PRF-TYPE
095900     MOVE AR1-TBL-SNAP-AMT (AR1-TYPE-NDX) TO AR1-PRF-SNAPSHOT
096000     MOVE AR1-TBL-OPEN-AMT (AR1-TYPE-NDX) TO AR1-PRF-OPENING
096100     COMPUTE AR1-WORK-DIFFERENCE =
096200         AR1-TBL-OPEN-AMT (AR1-TYPE-NDX)
096300         - AR1-TBL-SNAP-AMT (AR1-TYPE-NDX)
096400     PERFORM 5200-WRITE-PROOF-LINE THRU 5200-EXIT
096500     .
096600 5100-EXIT.
096700     EXIT.
096800
096900 5200-WRITE-PROOF-LINE.
097000     MOVE AR1-WORK-DIFFERENCE TO AR1-PRF-DIFFERENCE
097100     IF FUNCTION ABS (AR1-WORK-DIFFERENCE) > AR1-TOLERANCE
097200         MOVE 'BREAK   ' TO AR1-PRF-FLAG
097300         ADD 1 TO AR1-SNAP-BREAK-COUNT
097400         MOVE 8 TO AR1-RETURN-CODE
097500     ELSE
097600         MOVE SPACES TO AR1-PRF-FLAG
097700     END-IF
097800     MOVE AR1-PRF-LINE TO AR1-RPT-LINE
097900     WRITE AR1-RPT-LINE
098000     .
098100 5200-EXIT.
098200     EXIT.
098300
098400 7000-FIND-TYPE-SLOT.
098500*    A TYPE NOT YET IN THE TABLE IS GIVEN THE NEXT FREE SLOT
098600     MOVE 'N' TO AR1-TYPE-FOUND-SWITCH
098700     SET AR1-TYPE-NDX TO 1
098800     .
098900 7000-SEEK-TYPE-SLOT.
099000     IF AR1-TYPE-NDX > AR1-TYPE-COUNT
099100         IF AR1-TYPE-COUNT < 20
099200             ADD 1 TO AR1-TYPE-COUNT
099300             SET AR1-TYPE-NDX TO AR1-TYPE-COUNT
099400             MOVE AR1-SEEK-TYPE TO AR1-TBL-TYPE (AR1-TYPE-NDX)
099500             MOVE ZERO TO AR1-TBL-SNAP-AMT (AR1-TYPE-NDX)
099600             MOVE ZERO TO AR1-TBL-OPEN-AMT (AR1-TYPE-NDX)
099700             SET AR1-TYPE-FOUND TO TRUE
099800         ELSE
099900             DISPLAY 'AR1440: TYPE TABLE FULL - TYPE '
100000                 AR1-SEEK-TYPE ' LEFT OUT OF THE SNAPSHOT PROOF'
100100             MOVE 8 TO AR1-RETURN-CODE
100200         END-IF
100300         GO TO 7000-EXIT
100400     END-IF
100500     IF AR1-TBL-TYPE (AR1-TYPE-NDX) = AR1-SEEK-TYPE
100600         SET AR1-TYPE-FOUND TO TRUE
100700         GO TO 7000-EXIT
100800     END-IF
100900     SET AR1-TYPE-NDX UP BY 1
101000     GO TO 7000-SEEK-TYPE-SLOT
101100     .
101200 7000-EXIT.
101300     EXIT.
101400
101500 9000-TERMINATE.
101600     IF NOT AR1-RUN-BLOCKED
101700         PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
101800     END-IF
101900     IF AR1-AUD-OPENED
102000         CLOSE AUDIT-FILE
102100     END-IF
102200     IF AR1-BLN-OPENED
102300         CLOSE BALANCE-NEW
102400     END-IF
102500     IF AR1-AUDA-OPENED
102600         CLOSE AUDIT-ARCHIVE
102700     END-IF
102800     IF AR1-BAL-OPENED
102900         CLOSE BALANCE-MASTER
103000     END-IF
103100     IF AR1-ACM-OPENED
103200         CLOSE ACCOUNT-MASTER
103300     END-IF
103400     CLOSE REBUILD-RPT
103500
103600     IF NOT AR1-RUN-BLOCKED
103700         INITIALIZE LK-AR1140-PARMS
103800         SET LK-RCN-END TO TRUE
103900         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
104000         MOVE 'AR1440  ' TO LK-RCN-PROGRAM-ID
104100         MOVE AR1-ACCOUNT-COUNT TO LK-RCN-RECORD-COUNT
104200         CALL 'AR1140' USING LK-AR1140-PARMS
104300     END-IF
104400     .
104500 9000-EXIT.
104600     EXIT.
104700
104800 9100-WRITE-TOTALS.
104900     MOVE 'ARCHIVE RECORDS READ    ' TO AR1-CNT-LABEL
105000     MOVE AR1-ARCHIVE-COUNT TO AR1-CNT-VALUE
105100     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
105200     WRITE AR1-RPT-LINE
105300     MOVE 'LIVE AUDIT RECORDS READ ' TO AR1-CNT-LABEL
105400     MOVE AR1-LIVE-COUNT TO AR1-CNT-VALUE
105500     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
105600     WRITE AR1-RPT-LINE
105700     MOVE 'INSIDE THE SNAPSHOT     ' TO AR1-CNT-LABEL
105800     MOVE AR1-SKIPPED-COUNT TO AR1-CNT-VALUE
105900     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
106000     WRITE AR1-RPT-LINE
106100     MOVE 'REPLAYED TO AS-OF POINT ' TO AR1-CNT-LABEL
106200     MOVE AR1-REPLAYED-COUNT TO AR1-CNT-VALUE
106300     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
106400     WRITE AR1-RPT-LINE
106500     MOVE 'POSTED AFTER AS-OF POINT' TO AR1-CNT-LABEL
106600     MOVE AR1-LATER-COUNT TO AR1-CNT-VALUE
106700     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
106800     WRITE AR1-RPT-LINE
106900     MOVE 'ACCOUNTS REBUILT        ' TO AR1-CNT-LABEL
107000     MOVE AR1-ACCOUNT-COUNT TO AR1-CNT-VALUE
107100     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
107200     WRITE AR1-RPT-LINE
107300     MOVE 'AGREE WITH LIVE MASTER  ' TO AR1-CNT-LABEL
107400     MOVE AR1-AGREE-COUNT TO AR1-CNT-VALUE
107500     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
107600     WRITE AR1-RPT-LINE
107700     MOVE 'LIVE-MASTER BREAKS      ' TO AR1-CNT-LABEL
107800     MOVE AR1-BREAK-COUNT TO AR1-CNT-VALUE
107900     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
108000     WRITE AR1-RPT-LINE
108100     MOVE 'AUDIT GAPS              ' TO AR1-CNT-LABEL
108200     MOVE AR1-GAP-COUNT TO AR1-CNT-VALUE
108300     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
108400     WRITE AR1-RPT-LINE
108500     MOVE 'SNAPSHOT TYPE BREAKS    ' TO AR1-CNT-LABEL
108600     MOVE AR1-SNAP-BREAK-COUNT TO AR1-CNT-VALUE
108700     MOVE AR1-CNT-LINE TO AR1-RPT-LINE
108800     WRITE AR1-RPT-LINE
108900
109000     MOVE 'REBUILT MASTER TOTAL    ' TO AR1-AMT-LABEL
109100     MOVE AR1-REBUILT-TOTAL TO AR1-AMT-VALUE
109200     MOVE AR1-AMT-LINE TO AR1-RPT-LINE
109300     WRITE AR1-RPT-LINE
109400     MOVE 'LIVE MASTER TOTAL       ' TO AR1-AMT-LABEL
109500     MOVE AR1-LIVE-TOTAL TO AR1-AMT-VALUE
109600     MOVE AR1-AMT-LINE TO AR1-RPT-LINE
109700     WRITE AR1-RPT-LINE
109800     MOVE 'BREAK AMOUNT            ' TO AR1-AMT-LABEL
109900     MOVE AR1-BREAK-TOTAL TO AR1-AMT-VALUE
110000     MOVE AR1-AMT-LINE TO AR1-RPT-LINE
110100     WRITE AR1-RPT-LINE
110200     MOVE 'GAP AMOUNT              ' TO AR1-AMT-LABEL
110300     MOVE AR1-GAP-TOTAL TO AR1-AMT-VALUE
110400     MOVE AR1-AMT-LINE TO AR1-RPT-LINE
110500     WRITE AR1-RPT-LINE
110600
110700     EVALUATE TRUE
110800         WHEN AR1-RETURN-CODE > 4
110900             MOVE AR1-NOTPROVEN-LINE TO AR1-RPT-LINE
111000         WHEN AR1-RETURN-CODE > ZERO
111100             MOVE AR1-DIFFERS-LINE TO AR1-RPT-LINE
111200         WHEN OTHER
111300             MOVE AR1-OK-LINE TO AR1-RPT-LINE
111400     END-EVALUATE
111500     WRITE AR1-RPT-LINE
111600     .
111700 9100-EXIT.
111800     EXIT.
