000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1410.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1410 - DUNNING / COLLECTION LETTER RUN                   *
000900*                                                                *
001000*    REPLACES THE PAST-DUE LETTERS COLLECTIONS WROTE BY HAND    *
001100*    FROM THE AR1300 AGING.  WALKS THE OPEN-ITEM FILE ONE       *
001200*    ACCOUNT AT A TIME AND AGES THE OLDEST OPEN CHARGE AGAINST  *
001300*    THE THREE DUNNING LEVELS ON THE DUNNING PARAMETER FILE     *
001400*    (DUNPARM): REMINDER, SECOND NOTICE, FINAL DEMAND.  THE     *
001500*    DUNNING STATUS FILE (DUNSTAT) HOLDS THE LEVEL LAST SENT    *
001600*    AND ITS DATE, SO AN ACCOUNT ONLY EVER MOVES UP ONE LEVEL   *
001700*    PER RUN, NEVER GETS THE SAME LETTER TWICE, AND WAITS THE   *
001800*    LEVEL'S MINIMUM DAYS APART BEFORE THE NEXT NOTICE.  ONCE   *
001900*    THE ITEM THAT WAS CHASED HAS BEEN SETTLED, A LATER         *
002000*    DELINQUENCY STARTS AGAIN AT THE REMINDER.  LETTERS ARE     *
002100*    ADDRESSED FROM THE CUSTOMER ACCOUNT MASTER AND CARRY THE   *
002200*    LEVEL'S WORDING FROM THE PARAMETER FILE, EVERY OPEN        *
002300*    CHARGE WITH ITS DAYS PAST DUE, ANY UNAPPLIED CREDIT AND    *
002400*    THE TOTAL NOW DUE.  THE REGISTER LISTS EVERY LETTER WITH   *
002500*    THE ITEMS AND AMOUNTS IT CITES.  A RERUN OF A COMPLETED    *
002600*    RUN IS REFUSED - IT WOULD REPLACE THE LETTER FILE.         *
002700*    A RERUN OF A RUN THAT STOPPED SHORT REISSUES TO AN ACCOUNT *
002800*    ALREADY DUNNED UNDER THE SAME RUN ID THE LETTER IT WAS     *
002900*    SENT, RATHER THAN MOVING IT UP A LEVEL.                    *
003000*                                                                *
003100*    MODIFICATION HISTORY                                       *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    ---------- ----  ------------------------------------------*
003400*    2026-10-14 RVH   ORIGINAL DUNNING LETTER RUN               *
003500*    2026-10-15 RVH   A LETTER FILE OR REGISTER THAT WILL NOT   *
003600*                     OPEN BLOCKS THE RUN.  A RERUN UNDER THE   *
003700*                     SAME RUN ID REISSUES THE LEVEL SENT       *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-390.
004200 OBJECT-COMPUTER. IBM-390.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DUNNING-PARM-IN ASSIGN TO DUNPARM
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS AR1-DPM-FS.
004800
004900     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS AR1-OPI-KEY
005300         FILE STATUS IS AR1-OPI-FS.
005400
005500     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS AR1-ACM-ACCOUNT-ID
005900         FILE STATUS IS AR1-ACM-FS.
006000
006100     SELECT DUNNING-STATUS ASSIGN TO DUNSTAT
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS AR1-DST-ACCOUNT-ID
006500         FILE STATUS IS AR1-DST-FS.
006600
006700     SELECT LETTER-OUT ASSIGN TO DUNLTRS
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS AR1-LTR-FS.
007000
007100     SELECT DUNNING-RPT ASSIGN TO DUNRPT
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS AR1-RPT-FS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  DUNNING-PARM-IN
007800     RECORDING MODE IS F.
007900     COPY AR1DPM.
008000
008100 FD  OPEN-ITEM-FILE
008200     RECORDING MODE IS F.
008300     COPY AR1OPI.
008400
008500 FD  ACCOUNT-MASTER
008600     RECORDING MODE IS F.
008700     COPY AR1ACM.
008800
008900 FD  DUNNING-STATUS
009000     RECORDING MODE IS F.
009100     COPY AR1DST.
009200
009300 FD  LETTER-OUT
009400     RECORDING MODE IS F.
009500 01  AR1-LTR-LINE                PIC X(80).
009600
009700 FD  DUNNING-RPT
009800     RECORDING MODE IS F.
009900 01  AR1-RPT-LINE                PIC X(80).
010000
010100 WORKING-STORAGE SECTION.
010200 01  AR1-FILE-STATUSES.
010300     05  AR1-DPM-FS              PIC X(02) VALUE '00'.
010400     05  AR1-OPI-FS              PIC X(02) VALUE '00'.
010500     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
010600     05  AR1-DST-FS              PIC X(02) VALUE '00'.
010700     05  AR1-LTR-FS              PIC X(02) VALUE '00'.
010800     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
010900
011000 01  AR1-SWITCHES.
011100     05  AR1-DPM-EOF-SWITCH      PIC X(01) VALUE 'N'.
011200         88  AR1-DPM-EOF             VALUE 'Y'.
011300     05  AR1-OPI-EOF-SWITCH      PIC X(01) VALUE 'N'.
011400         88  AR1-OPI-EOF             VALUE 'Y'.
011500     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
011600         88  AR1-RUN-BLOCKED         VALUE 'Y'.
011700     05  AR1-DST-ON-FILE-SWITCH  PIC X(01) VALUE 'N'.
011800         88  AR1-DST-ON-FILE         VALUE 'Y'.
011900     05  AR1-REISSUE-SWITCH      PIC X(01) VALUE 'N'.
012000         88  AR1-REISSUE-LETTER      VALUE 'Y'.
012100
012200 01  AR1-CONTROL-FIELDS.
012300     05  AR1-RUN-ID              PIC X(08).
012400     05  AR1-RUN-DATE            PIC X(08).
012500     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
012600     05  AR1-RUN-DATE-NUM        PIC 9(08).
012700     05  AR1-RUN-DATE-INT        PIC S9(09) COMP.
012800     05  AR1-WORK-DATE-NUM       PIC 9(08).
012900     05  AR1-WORK-DATE-INT       PIC S9(09) COMP.
013000
013100     COPY AR1140P.
013200     COPY AR1130P.
013300
013400*    ONE ENTRY PER DUNNING LEVEL, SUBSCRIPTED BY THE LEVEL
013500*    NUMBER, WITH THE LEVEL'S LETTER WORDING UNDER IT
013600 01  AR1-LEVEL-TABLE.
013700     05  AR1-LEVEL-ENTRY OCCURS 3 TIMES
013800                         INDEXED BY AR1-LVL-NDX.
013900         10  AR1-LVL-LOADED      PIC X(01).
014000             88  AR1-LVL-IS-LOADED   VALUE 'Y'.
014100         10  AR1-LVL-TITLE       PIC X(30).
014200         10  AR1-LVL-DAYS-DUE    PIC 9(03).
014300         10  AR1-LVL-DAYS-APART  PIC 9(03).
014400         10  AR1-LVL-MIN-AMOUNT  PIC 9(7)V99.
014500         10  AR1-LVL-LETTER-CNT  PIC 9(09) COMP.
014600         10  AR1-LVL-TEXT-COUNT  PIC 9(04) COMP.
014700         10  AR1-LVL-TEXT-LINE   PIC X(70)
014800                                 OCCURS 12 TIMES
014900                                 INDEXED BY AR1-TXT-NDX.
015000
015100*    THE CURRENT ACCOUNT'S OPEN CHARGES, OLDEST FIRST (KEY
015200*    ORDER ON THE OPEN-ITEM FILE)
015300 01  AR1-ITEM-TABLE.
015400     05  AR1-ITEM-COUNT          PIC 9(04) COMP VALUE ZERO.
015500     05  AR1-ITEM-ENTRY OCCURS 100 TIMES
015600                        INDEXED BY AR1-ITEM-NDX.
015700         10  AR1-ITM-DATE        PIC X(08).
015800         10  AR1-ITM-TRANS-ID    PIC X(10).
015900         10  AR1-ITM-OPEN-AMT    PIC S9(7)V99.
016000         10  AR1-ITM-DAYS        PIC 9(05).
016100
016200 01  AR1-WORK-FIELDS.
016300     05  AR1-WORK-ACCOUNT-ID     PIC X(10).
016400     05  AR1-WORK-CHARGES        PIC S9(09)V99 VALUE ZERO.
016500     05  AR1-WORK-UNAPPLIED      PIC S9(09)V99 VALUE ZERO.
016600     05  AR1-WORK-NET-DUE        PIC S9(09)V99 VALUE ZERO.
016700     05  AR1-WORK-EXTRA-COUNT    PIC 9(04) COMP VALUE ZERO.
016800     05  AR1-WORK-OLDEST-KEY.
016900         10  AR1-WORK-OLDEST-DATE
017000                                 PIC X(08).
017100         10  AR1-WORK-OLDEST-TRANS
017200                                 PIC X(10).
017300     05  AR1-WORK-OLDEST-DAYS    PIC 9(05) VALUE ZERO.
017400     05  AR1-WORK-LAST-LEVEL     PIC 9(01) VALUE ZERO.
017500     05  AR1-WORK-NEXT-LEVEL     PIC 9(01) VALUE ZERO.
017600     05  AR1-WORK-DAYS-SINCE     PIC S9(05) VALUE ZERO.
017700
017800 01  AR1-COUNTERS.
017900     05  AR1-ACCOUNT-COUNT       PIC 9(09) COMP VALUE ZERO.
018000     05  AR1-LETTER-COUNT        PIC 9(09) COMP VALUE ZERO.
018100     05  AR1-NOT-DUE-COUNT       PIC 9(09) COMP VALUE ZERO.
018200     05  AR1-FINAL-DONE-COUNT    PIC 9(09) COMP VALUE ZERO.
018300     05  AR1-NO-MASTER-COUNT     PIC 9(09) COMP VALUE ZERO.
018400
018500 01  AR1-TOTALS.
018600     05  AR1-CITED-TOTAL         PIC S9(11)V99 VALUE ZERO.
018700
018800 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
018900
019000 01  AR1-LETTER-LINES.
019100     05  AR1-PAGE-LINE.
019200         10  FILLER              PIC X(80) VALUE ALL '='.
019300     05  AR1-BLANK-LINE          PIC X(80) VALUE SPACES.
019400     05  AR1-LTR-TITLE-LINE.
019500         10  FILLER              PIC X(04) VALUE SPACES.
019600         10  AR1-LTT-TITLE       PIC X(30).
019700         10  FILLER              PIC X(28) VALUE SPACES.
019800         10  FILLER              PIC X(06) VALUE 'DATE  '.
019900         10  AR1-LTT-DATE        PIC X(08).
020000     05  AR1-LTR-ADDR-LINE.
020100         10  FILLER              PIC X(04) VALUE SPACES.
020200         10  AR1-LTA-TEXT        PIC X(30).
020300     05  AR1-LTR-CITY-LINE.
020400         10  FILLER              PIC X(04) VALUE SPACES.
020500         10  AR1-LTC-CITY        PIC X(20).
020600         10  FILLER              PIC X(01) VALUE SPACES.
020700         10  AR1-LTC-STATE       PIC X(02).
020800         10  FILLER              PIC X(02) VALUE SPACES.
020900         10  AR1-LTC-POSTAL      PIC X(10).
021000     05  AR1-LTR-ACCT-LINE.
021100         10  FILLER              PIC X(04) VALUE SPACES.
021200         10  FILLER              PIC X(16)
021300             VALUE 'ACCOUNT NUMBER  '.
021400         10  AR1-LTN-ACCOUNT     PIC X(10).
021500     05  AR1-LTR-TEXT-LINE.
021600         10  FILLER              PIC X(04) VALUE SPACES.
021700         10  AR1-LTX-TEXT        PIC X(70).
021800     05  AR1-LTR-ITEM-HDR.
021900         10  FILLER              PIC X(40) VALUE
022000             '    ITEM DATE REFERENCE   DAYS PAST DUE '.
022100         10  FILLER              PIC X(16) VALUE
022200             '     AMOUNT OPEN'.
022300     05  AR1-LTR-ITEM-LINE.
022400         10  FILLER              PIC X(04) VALUE SPACES.
022500         10  AR1-LTI-DATE        PIC X(08).
022600         10  FILLER              PIC X(02) VALUE SPACES.
022700         10  AR1-LTI-TRANS       PIC X(10).
022800         10  FILLER              PIC X(09) VALUE SPACES.
022900         10  AR1-LTI-DAYS        PIC ZZZZ9.
023000         10  FILLER              PIC X(06) VALUE SPACES.
023100         10  AR1-LTI-AMOUNT      PIC ZZZZZZZ9.99-.
023200     05  AR1-LTR-MORE-LINE.
023300         10  FILLER              PIC X(04) VALUE SPACES.
023400         10  FILLER              PIC X(32)
023500             VALUE 'FURTHER OPEN ITEMS NOT LISTED   '.
023600         10  AR1-LTM-COUNT       PIC ZZZ9.
023700     05  AR1-LTR-AMOUNT-LINE.
023800         10  FILLER              PIC X(04) VALUE SPACES.
023900         10  AR1-LTS-LABEL       PIC X(40).
024000         10  AR1-LTS-AMOUNT      PIC ZZZZZZZ9.99-.
024100
024200 01  AR1-REPORT-LINES.
024300     05  AR1-HDR-LINE.
024400         10  FILLER              PIC X(32)
024500             VALUE 'AR1410 DUNNING LETTER REGISTER  '.
024600         10  AR1-HDR-RUN-ID      PIC X(08).
024700         10  FILLER              PIC X(02) VALUE SPACES.
024800         10  AR1-HDR-DATE        PIC X(08).
024900     05  AR1-COL-HDR-LINE.
025000         10  FILLER              PIC X(35) VALUE
025100             'ACCOUNT    L  LETTER               '.
025200         10  FILLER              PIC X(29) VALUE
025300             'OLDEST     DAYS    AMOUNT DUE'.
025400     05  AR1-DTL-LINE.
025500         10  AR1-DTL-ACCOUNT     PIC X(10).
025600         10  FILLER              PIC X(01) VALUE SPACES.
025700         10  AR1-DTL-LEVEL       PIC 9(01).
025800         10  FILLER              PIC X(02) VALUE SPACES.
025900         10  AR1-DTL-TITLE       PIC X(20).
026000         10  FILLER              PIC X(01) VALUE SPACES.
026100         10  AR1-DTL-OLDEST      PIC X(08).
026200         10  FILLER              PIC X(02) VALUE SPACES.
026300         10  AR1-DTL-DAYS        PIC ZZZZ9.
026400         10  FILLER              PIC X(02) VALUE SPACES.
026500         10  AR1-DTL-AMOUNT      PIC ZZZZZZZ9.99-.
026600     05  AR1-ITM-LINE.
026700         10  FILLER              PIC X(06) VALUE SPACES.
026800         10  FILLER              PIC X(05) VALUE 'ITEM '.
026900         10  AR1-ITL-TRANS       PIC X(10).
027000         10  FILLER              PIC X(02) VALUE SPACES.
027100         10  AR1-ITL-DATE        PIC X(08).
027200         10  FILLER              PIC X(02) VALUE SPACES.
027300         10  AR1-ITL-DAYS        PIC ZZZZ9.
027400         10  FILLER              PIC X(02) VALUE SPACES.
027500         10  AR1-ITL-AMOUNT      PIC ZZZZZZZ9.99-.
027600     05  AR1-CRD-LINE.
027700         10  FILLER              PIC X(06) VALUE SPACES.
027800         10  FILLER              PIC X(35)
027900             VALUE 'LESS UNAPPLIED CREDIT              '.
028000         10  AR1-CRD-AMOUNT      PIC ZZZZZZZ9.99-.
028100     05  AR1-NOACM-LINE.
028200         10  AR1-NOA-ACCOUNT     PIC X(10).
028300         10  FILLER              PIC X(48) VALUE
028400             '  NOT ON ACCOUNT MASTER - NO LETTER, NO ADDRESS'.
028500     05  AR1-TOT-LINE.
028600         10  AR1-TOT-LABEL       PIC X(30).
028700         10  AR1-TOT-COUNT       PIC ZZZZZZZZ9.
028800     05  AR1-TOT-AMT-LINE.
028900         10  FILLER              PIC X(30)
029000             VALUE 'TOTAL AMOUNT CITED            '.
029100         10  AR1-TOT-AMOUNT      PIC ZZZZZZZZZZ9.99-.
029200
029300 PROCEDURE DIVISION.
029400 0000-MAINLINE.
029500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029600     IF NOT AR1-RUN-BLOCKED
029700         PERFORM 2000-DUN-ONE-ACCOUNT THRU 2000-EXIT
029800             UNTIL AR1-OPI-EOF
029900         PERFORM 9000-TERMINATE THRU 9000-EXIT
030000     END-IF
030100     IF AR1-RUN-BLOCKED
030200         MOVE 8 TO AR1-RETURN-CODE
030300     END-IF
030400     MOVE AR1-RETURN-CODE TO RETURN-CODE
030500     GOBACK.
030600
030700 1000-INITIALIZE.
030800     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
030900     INITIALIZE LK-AR1130-PARMS
031000     CALL 'AR1130' USING LK-AR1130-PARMS
031100     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
031200     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
031300     MOVE AR1-RUN-DATE TO AR1-RUN-DATE-NUM
031400     COMPUTE AR1-RUN-DATE-INT =
031500         FUNCTION INTEGER-OF-DATE (AR1-RUN-DATE-NUM)
031600
031700     INITIALIZE LK-AR1140-PARMS
031800     SET LK-RCN-START TO TRUE
031900     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
032000     MOVE 'AR1410  ' TO LK-RCN-PROGRAM-ID
032100     CALL 'AR1140' USING LK-AR1140-PARMS
032200     IF LK-RCN-RETURN-CODE NOT = ZERO
032300         DISPLAY 'AR1410: DUNNING ALREADY RAN FOR '
032400             AR1-RUN-ID ' OR RUN-CONTROL ERROR - RERUN '
032500             'REFUSED, LETTER FILE WOULD BE REPLACED'
032600         SET AR1-RUN-BLOCKED TO TRUE
032700         GO TO 1000-EXIT
032800     END-IF
032900
033000     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT
033100     IF AR1-RUN-BLOCKED
033200         GO TO 1000-EXIT
033300     END-IF
033400
033500     OPEN INPUT OPEN-ITEM-FILE
033600     IF AR1-OPI-FS NOT = '00'
033700         DISPLAY 'AR1410: OPEN-ITEM FILE NOT AVAILABLE - '
033800             'STATUS ' AR1-OPI-FS ' - RUN BLOCKED'
033900         SET AR1-RUN-BLOCKED TO TRUE
034000         GO TO 1000-EXIT
034100     END-IF
034200     OPEN INPUT ACCOUNT-MASTER
034300     IF AR1-ACM-FS NOT = '00'
034400         DISPLAY 'AR1410: ACCOUNT MASTER NOT AVAILABLE - '
034500             'STATUS ' AR1-ACM-FS ' - RUN BLOCKED, LETTERS '
034600             'CANNOT BE ADDRESSED'
034700         CLOSE OPEN-ITEM-FILE
034800         SET AR1-RUN-BLOCKED TO TRUE
034900         GO TO 1000-EXIT
035000     END-IF
035100     OPEN I-O DUNNING-STATUS
035200     IF AR1-DST-FS = '05' OR '35'
035300         OPEN OUTPUT DUNNING-STATUS
035400         CLOSE DUNNING-STATUS
035500         OPEN I-O DUNNING-STATUS
035600     END-IF
035700     IF AR1-DST-FS NOT = '00'
035800         DISPLAY 'AR1410: DUNNING STATUS FILE ERROR - STATUS '
035900             AR1-DST-FS ' - RUN BLOCKED, FIX AND RERUN'
036000         CLOSE OPEN-ITEM-FILE ACCOUNT-MASTER
036100         SET AR1-RUN-BLOCKED TO TRUE
036200         GO TO 1000-EXIT
036300     END-IF
036400     OPEN OUTPUT LETTER-OUT
036500     IF AR1-LTR-FS NOT = '00'
036600         DISPLAY 'AR1410: LETTER FILE WILL NOT OPEN - STATUS '
036700             AR1-LTR-FS ' - RUN BLOCKED'
036800         CLOSE OPEN-ITEM-FILE ACCOUNT-MASTER DUNNING-STATUS
036900         SET AR1-RUN-BLOCKED TO TRUE
037000         GO TO 1000-EXIT
037100     END-IF
037200     OPEN OUTPUT DUNNING-RPT
037300     IF AR1-RPT-FS NOT = '00'
037400         DISPLAY 'AR1410: DUNNING REGISTER WILL NOT OPEN - '
037500             'STATUS ' AR1-RPT-FS ' - RUN BLOCKED'
037600         CLOSE OPEN-ITEM-FILE ACCOUNT-MASTER DUNNING-STATUS
037700               LETTER-OUT
037800         SET AR1-RUN-BLOCKED TO TRUE
037900         GO TO 1000-EXIT
038000     END-IF
038100
038200     MOVE AR1-RUN-ID   TO AR1-HDR-RUN-ID
038300     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
038400     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
038500     WRITE AR1-RPT-LINE
038600     MOVE AR1-COL-HDR-LINE TO AR1-RPT-LINE
038700     WRITE AR1-RPT-LINE
038800
038900     PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT
039000     .
039100 1000-EXIT.
039200     EXIT.
039300
039400 1100-LOAD-PARMS.
039500     INITIALIZE AR1-LEVEL-TABLE
039600     OPEN INPUT DUNNING-PARM-IN
039700     IF AR1-DPM-FS NOT = '00'
039800         DISPLAY 'AR1410: DUNNING PARAMETER FILE NOT AVAILABLE '
039900             '- STATUS ' AR1-DPM-FS ' - RUN BLOCKED'
040000         SET AR1-RUN-BLOCKED TO TRUE
040100         GO TO 1100-EXIT
040200     END-IF
040300     READ DUNNING-PARM-IN
040400         AT END SET AR1-DPM-EOF TO TRUE
040500     END-READ
040600     PERFORM 1110-LOAD-ONE-PARM THRU 1110-EXIT
040700         UNTIL AR1-DPM-EOF
040800     CLOSE DUNNING-PARM-IN
040900
041000*    A MISSING LEVEL WOULD LET AN ACCOUNT SKIP STRAIGHT PAST
041100*    A NOTICE - ALL THREE MUST BE DEFINED
041200     PERFORM 1200-CHECK-LEVEL THRU 1200-EXIT
041300         VARYING AR1-LVL-NDX FROM 1 BY 1
041400         UNTIL AR1-LVL-NDX > 3
041500     .
041600 1100-EXIT.
041700     EXIT.
041800
041900 1110-LOAD-ONE-PARM.
042000     IF NOT AR1-DPM-LEVEL-VALID
042100         DISPLAY 'AR1410: DUNNING PARAMETER WITH LEVEL '
042200             AR1-DPM-LEVEL ' IGNORED'
042300         GO TO 1110-READ-NEXT
042400     END-IF
042500     SET AR1-LVL-NDX TO AR1-DPM-LEVEL
042600     EVALUATE TRUE
042700         WHEN AR1-DPM-LEVEL-RECORD
042800             MOVE 'Y' TO AR1-LVL-LOADED (AR1-LVL-NDX)
042900             MOVE AR1-DPM-LEVEL-TITLE
043000                 TO AR1-LVL-TITLE (AR1-LVL-NDX)
043100             MOVE AR1-DPM-DAYS-DUE
043200                 TO AR1-LVL-DAYS-DUE (AR1-LVL-NDX)
043300             MOVE AR1-DPM-DAYS-APART
043400                 TO AR1-LVL-DAYS-APART (AR1-LVL-NDX)
043500             MOVE AR1-DPM-MIN-AMOUNT
043600                 TO AR1-LVL-MIN-AMOUNT (AR1-LVL-NDX)
043700         WHEN AR1-DPM-TEXT-RECORD
043800             IF AR1-LVL-TEXT-COUNT (AR1-LVL-NDX) < 12
043900                 ADD 1 TO AR1-LVL-TEXT-COUNT (AR1-LVL-NDX)
044000                 SET AR1-TXT-NDX
044100                     TO AR1-LVL-TEXT-COUNT (AR1-LVL-NDX)
044200                 MOVE AR1-DPM-TEXT TO
044300                     AR1-LVL-TEXT-LINE (AR1-LVL-NDX, AR1-TXT-NDX)
044400             ELSE
044500                 DISPLAY 'AR1410: LETTER TEXT FOR LEVEL '
044600                     AR1-DPM-LEVEL ' OVER 12 LINES - LINE '
044700                     AR1-DPM-LINE-NO ' IGNORED'
044800             END-IF
044900         WHEN OTHER
045000             DISPLAY 'AR1410: DUNNING PARAMETER TYPE '
045100                 AR1-DPM-RECORD-TYPE ' IGNORED'
045200     END-EVALUATE
045300     .
045400 1110-READ-NEXT.
045500     READ DUNNING-PARM-IN
045600         AT END SET AR1-DPM-EOF TO TRUE
045700     END-READ
045800     .
045900 1110-EXIT.
046000     EXIT.
046100
046200 1200-CHECK-LEVEL.
046300     IF NOT AR1-LVL-IS-LOADED (AR1-LVL-NDX)
046400         DISPLAY 'AR1410: DUNNING LEVEL MISSING FROM PARAMETER '
046500             'FILE - RUN BLOCKED'
046600         SET AR1-RUN-BLOCKED TO TRUE
046700     END-IF
046800     .
046900 1200-EXIT.
047000     EXIT.
047100
047200 2000-DUN-ONE-ACCOUNT.
047300     MOVE AR1-OPI-ACCOUNT-ID TO AR1-WORK-ACCOUNT-ID
047400     MOVE ZERO TO AR1-ITEM-COUNT
047500     MOVE ZERO TO AR1-WORK-CHARGES
047600     MOVE ZERO TO AR1-WORK-UNAPPLIED
047700     MOVE ZERO TO AR1-WORK-EXTRA-COUNT
047800     PERFORM 2200-COLLECT-ONE-ITEM THRU 2200-EXIT
047900         UNTIL AR1-OPI-EOF
048000         OR AR1-OPI-ACCOUNT-ID NOT = AR1-WORK-ACCOUNT-ID
048100     ADD 1 TO AR1-ACCOUNT-COUNT
048200
048300*    NOTHING OPEN, OR UNAPPLIED CASH COVERS IT - NO LETTER
048400     COMPUTE AR1-WORK-NET-DUE =
048500         AR1-WORK-CHARGES - AR1-WORK-UNAPPLIED
048600     IF AR1-ITEM-COUNT = ZERO
048700         OR AR1-WORK-NET-DUE <= ZERO
048800         ADD 1 TO AR1-NOT-DUE-COUNT
048900         GO TO 2000-EXIT
049000     END-IF
049100     MOVE AR1-ITM-DATE (1)     TO AR1-WORK-OLDEST-DATE
049200     MOVE AR1-ITM-TRANS-ID (1) TO AR1-WORK-OLDEST-TRANS
049300     MOVE AR1-ITM-DAYS (1)     TO AR1-WORK-OLDEST-DAYS
049400
049500     PERFORM 2300-READ-STATUS THRU 2300-EXIT
049600     IF AR1-REISSUE-LETTER
049700         SET AR1-LVL-NDX TO AR1-WORK-NEXT-LEVEL
049800         GO TO 2000-ADDRESS-LETTER
049900     END-IF
050000     IF AR1-WORK-LAST-LEVEL = 3
050100         ADD 1 TO AR1-FINAL-DONE-COUNT
050200         GO TO 2000-EXIT
050300     END-IF
050400     COMPUTE AR1-WORK-NEXT-LEVEL = AR1-WORK-LAST-LEVEL + 1
050500     SET AR1-LVL-NDX TO AR1-WORK-NEXT-LEVEL
050600     IF AR1-WORK-OLDEST-DAYS < AR1-LVL-DAYS-DUE (AR1-LVL-NDX)
050700         OR AR1-WORK-NET-DUE < AR1-LVL-MIN-AMOUNT (AR1-LVL-NDX)
050800         ADD 1 TO AR1-NOT-DUE-COUNT
050900         GO TO 2000-EXIT
051000     END-IF
051100     IF AR1-WORK-LAST-LEVEL > ZERO
051200         AND AR1-WORK-DAYS-SINCE
051300             < AR1-LVL-DAYS-APART (AR1-LVL-NDX)
051400         ADD 1 TO AR1-NOT-DUE-COUNT
051500         GO TO 2000-EXIT
051600     END-IF
051700     .
051800 2000-ADDRESS-LETTER.
051900     MOVE AR1-WORK-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
052000     READ ACCOUNT-MASTER
052100         INVALID KEY
052200             MOVE AR1-WORK-ACCOUNT-ID TO AR1-NOA-ACCOUNT
052300             MOVE AR1-NOACM-LINE TO AR1-RPT-LINE
052400             WRITE AR1-RPT-LINE
052500             ADD 1 TO AR1-NO-MASTER-COUNT
052600             IF AR1-RETURN-CODE < 4
052700                 MOVE 4 TO AR1-RETURN-CODE
052800             END-IF
052900             GO TO 2000-EXIT
053000     END-READ
053100
053200     PERFORM 3000-WRITE-LETTER THRU 3000-EXIT
053300     PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
053400     PERFORM 5000-UPDATE-STATUS THRU 5000-EXIT
053500     .
053600 2000-EXIT.
053700     EXIT.
053800
053900 2100-READ-OPEN-ITEM.
054000     READ OPEN-ITEM-FILE
054100         AT END SET AR1-OPI-EOF TO TRUE
054200     END-READ
054300     .
054400 2100-EXIT.
054500     EXIT.
054600
054700 2200-COLLECT-ONE-ITEM.
054800     IF NOT AR1-OPI-OPEN
054900         GO TO 2200-READ-NEXT
055000     END-IF
055100     IF AR1-OPI-UNAPPLIED
055200         ADD AR1-OPI-OPEN-AMT TO AR1-WORK-UNAPPLIED
055300         GO TO 2200-READ-NEXT
055400     END-IF
055500     ADD AR1-OPI-OPEN-AMT TO AR1-WORK-CHARGES
055600     IF AR1-ITEM-COUNT NOT < 100
055700         ADD 1 TO AR1-WORK-EXTRA-COUNT
055800         GO TO 2200-READ-NEXT
055900     END-IF
056000     ADD 1 TO AR1-ITEM-COUNT
056100     SET AR1-ITEM-NDX TO AR1-ITEM-COUNT
056200     MOVE AR1-OPI-ITEM-DATE TO AR1-ITM-DATE (AR1-ITEM-NDX)
056300     MOVE AR1-OPI-TRANS-ID  TO AR1-ITM-TRANS-ID (AR1-ITEM-NDX)
056400     MOVE AR1-OPI-OPEN-AMT  TO AR1-ITM-OPEN-AMT (AR1-ITEM-NDX)
056500     MOVE AR1-OPI-ITEM-DATE TO AR1-WORK-DATE-NUM
056600     COMPUTE AR1-WORK-DATE-INT =
056700         FUNCTION INTEGER-OF-DATE (AR1-WORK-DATE-NUM)
056800     IF AR1-WORK-DATE-INT < AR1-RUN-DATE-INT
056900         COMPUTE AR1-ITM-DAYS (AR1-ITEM-NDX) =
057000             AR1-RUN-DATE-INT - AR1-WORK-DATE-INT
057100     ELSE
057200         MOVE ZERO TO AR1-ITM-DAYS (AR1-ITEM-NDX)
057300     END-IF
057400     .
057500 2200-READ-NEXT.
057600     PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT
057700     .
057800 2200-EXIT.
057900     EXIT.
058000
058100 2300-READ-STATUS.
058200*    A STATUS RECORD CHASING AN ITEM THAT IS NO LONGER THE
058300*    OLDEST OPEN CHARGE BELONGS TO A DELINQUENCY THAT HAS BEEN
058400*    SETTLED - THIS ONE STARTS AGAIN AT THE REMINDER
058500     MOVE 'N'  TO AR1-DST-ON-FILE-SWITCH
058600     MOVE 'N'  TO AR1-REISSUE-SWITCH
058700     MOVE ZERO TO AR1-WORK-LAST-LEVEL
058800     MOVE ZERO TO AR1-WORK-DAYS-SINCE
058900     MOVE AR1-WORK-ACCOUNT-ID TO AR1-DST-ACCOUNT-ID
059000     READ DUNNING-STATUS
059100         INVALID KEY
059200             GO TO 2300-EXIT
059300     END-READ
059400     SET AR1-DST-ON-FILE TO TRUE
059500     IF AR1-DST-ITEM-KEY NOT = AR1-WORK-OLDEST-KEY
059600         GO TO 2300-EXIT
059700     END-IF
059800*    SENT BY THIS SAME RUN ID - A RERUN AFTER A FAILURE.  THE
059900*    LETTER FILE WAS REPLACED, SO THE SAME LETTER GOES AGAIN
060000     IF AR1-DST-LAST-RUN-ID = AR1-RUN-ID
060100         SET AR1-REISSUE-LETTER TO TRUE
060200         MOVE AR1-DST-LAST-LEVEL TO AR1-WORK-NEXT-LEVEL
060300         GO TO 2300-EXIT
060400     END-IF
060500     MOVE AR1-DST-LAST-LEVEL TO AR1-WORK-LAST-LEVEL
060600     MOVE AR1-DST-LAST-SENT-DATE TO AR1-WORK-DATE-NUM
060700     COMPUTE AR1-WORK-DATE-INT =
060800         FUNCTION INTEGER-OF-DATE (AR1-WORK-DATE-NUM)
060900     COMPUTE AR1-WORK-DAYS-SINCE =
061000         AR1-RUN-DATE-INT - AR1-WORK-DATE-INT
061100     .
061200 2300-EXIT.
061300     EXIT.
061400
061500 3000-WRITE-LETTER.
061600*    THE PAGE LINE IS THE LETTER BREAK THE PRINT SUBSYSTEM
061700*    BURSTS ON, AS FOR THE AR1210 STATEMENTS
061800     MOVE AR1-PAGE-LINE TO AR1-LTR-LINE
061900     WRITE AR1-LTR-LINE
062000     MOVE AR1-LVL-TITLE (AR1-LVL-NDX) TO AR1-LTT-TITLE
062100     MOVE AR1-RUN-DATE TO AR1-LTT-DATE
062200     MOVE AR1-LTR-TITLE-LINE TO AR1-LTR-LINE
062300     WRITE AR1-LTR-LINE
062400     MOVE AR1-BLANK-LINE TO AR1-LTR-LINE
062500     WRITE AR1-LTR-LINE
062600
062700     MOVE AR1-ACM-NAME TO AR1-LTA-TEXT
062800     MOVE AR1-LTR-ADDR-LINE TO AR1-LTR-LINE
062900     WRITE AR1-LTR-LINE
063000     MOVE AR1-ACM-ADDR-LINE-1 TO AR1-LTA-TEXT
063100     MOVE AR1-LTR-ADDR-LINE TO AR1-LTR-LINE
063200     WRITE AR1-LTR-LINE
063300     IF AR1-ACM-ADDR-LINE-2 NOT = SPACES
063400         MOVE AR1-ACM-ADDR-LINE-2 TO AR1-LTA-TEXT
063500         MOVE AR1-LTR-ADDR-LINE TO AR1-LTR-LINE
063600         WRITE AR1-LTR-LINE
063700     END-IF
063800     MOVE AR1-ACM-CITY        TO AR1-LTC-CITY
063900     MOVE AR1-ACM-STATE       TO AR1-LTC-STATE
064000     MOVE AR1-ACM-POSTAL-CODE TO AR1-LTC-POSTAL
064100     MOVE AR1-LTR-CITY-LINE TO AR1-LTR-LINE
064200     WRITE AR1-LTR-LINE
064300     MOVE AR1-BLANK-LINE TO AR1-LTR-LINE
064400     WRITE AR1-LTR-LINE
064500     MOVE AR1-WORK-ACCOUNT-ID TO AR1-LTN-ACCOUNT
064600     MOVE AR1-LTR-ACCT-LINE TO AR1-LTR-LINE
064700     WRITE AR1-LTR-LINE
064800     MOVE AR1-BLANK-LINE TO AR1-LTR-LINE
064900     WRITE AR1-LTR-LINE
065000
065100     PERFORM 3100-WRITE-TEXT-LINE THRU 3100-EXIT
065200         VARYING AR1-TXT-NDX FROM 1 BY 1
065300         UNTIL AR1-TXT-NDX > AR1-LVL-TEXT-COUNT (AR1-LVL-NDX)
065400     MOVE AR1-BLANK-LINE TO AR1-LTR-LINE
065500     WRITE AR1-LTR-LINE
065600
065700     MOVE AR1-LTR-ITEM-HDR TO AR1-LTR-LINE
065800     WRITE AR1-LTR-LINE
065900     PERFORM 3200-WRITE-ITEM-LINE THRU 3200-EXIT
066000         VARYING AR1-ITEM-NDX FROM 1 BY 1
066100         UNTIL AR1-ITEM-NDX > AR1-ITEM-COUNT
066200     IF AR1-WORK-EXTRA-COUNT > ZERO
066300         MOVE AR1-WORK-EXTRA-COUNT TO AR1-LTM-COUNT
066400         MOVE AR1-LTR-MORE-LINE TO AR1-LTR-LINE
066500         WRITE AR1-LTR-LINE
066600     END-IF
066700     MOVE AR1-BLANK-LINE TO AR1-LTR-LINE
066800     WRITE AR1-LTR-LINE
066900     MOVE 'OPEN CHARGES' TO AR1-LTS-LABEL
067000     MOVE AR1-WORK-CHARGES TO AR1-LTS-AMOUNT
067100     MOVE AR1-LTR-AMOUNT-LINE TO AR1-LTR-LINE
067200     WRITE AR1-LTR-LINE
067300     IF AR1-WORK-UNAPPLIED > ZERO
067400         MOVE 'LESS PAYMENTS AND CREDITS NOT YET APPLIED'
067500             TO AR1-LTS-LABEL
067600         MOVE AR1-WORK-UNAPPLIED TO AR1-LTS-AMOUNT
067700         MOVE AR1-LTR-AMOUNT-LINE TO AR1-LTR-LINE
067800         WRITE AR1-LTR-LINE
067900     END-IF
068000     MOVE 'TOTAL NOW DUE' TO AR1-LTS-LABEL
068100     MOVE AR1-WORK-NET-DUE TO AR1-LTS-AMOUNT
068200     MOVE AR1-LTR-AMOUNT-LINE TO AR1-LTR-LINE
068300     WRITE AR1-LTR-LINE
068400     .
068500 3000-EXIT.
068600     EXIT.
068700
068800 3100-WRITE-TEXT-LINE.
068900     MOVE AR1-LVL-TEXT-LINE (AR1-LVL-NDX, AR1-TXT-NDX)
069000         TO AR1-LTX-TEXT
069100     MOVE AR1-LTR-TEXT-LINE TO AR1-LTR-LINE
069200     WRITE AR1-LTR-LINE
069300     .
069400 3100-EXIT.
069500     EXIT.
069600
069700 3200-WRITE-ITEM-LINE.
069800     MOVE AR1-ITM-DATE (AR1-ITEM-NDX)     TO AR1-LTI-DATE
069900     MOVE AR1-ITM-TRANS-ID (AR1-ITEM-NDX) TO AR1-LTI-TRANS
070000     MOVE AR1-ITM-DAYS (AR1-ITEM-NDX)     TO AR1-LTI-DAYS
070100     MOVE AR1-ITM-OPEN-AMT (AR1-ITEM-NDX) TO AR1-LTI-AMOUNT
070200     MOVE AR1-LTR-ITEM-LINE TO AR1-LTR-LINE
070300     WRITE AR1-LTR-LINE
070400     .
070500 3200-EXIT.
070600     EXIT.
070700
070800 4000-WRITE-REGISTER.
070900     MOVE AR1-WORK-ACCOUNT-ID          TO AR1-DTL-ACCOUNT
071000     MOVE AR1-WORK-NEXT-LEVEL          TO AR1-DTL-LEVEL
071100     MOVE AR1-LVL-TITLE (AR1-LVL-NDX)  TO AR1-DTL-TITLE
071200     MOVE AR1-WORK-OLDEST-DATE         TO AR1-DTL-OLDEST
071300     MOVE AR1-WORK-OLDEST-DAYS         TO AR1-DTL-DAYS
071400     MOVE AR1-WORK-NET-DUE             TO AR1-DTL-AMOUNT
071500     MOVE AR1-DTL-LINE TO AR1-RPT-LINE
071600     WRITE AR1-RPT-LINE
071700     PERFORM 4100-REGISTER-ITEM THRU 4100-EXIT
071800         VARYING AR1-ITEM-NDX FROM 1 BY 1
071900         UNTIL AR1-ITEM-NDX > AR1-ITEM-COUNT
072000     IF AR1-WORK-UNAPPLIED > ZERO
072100         MOVE AR1-WORK-UNAPPLIED TO AR1-CRD-AMOUNT
072200         MOVE AR1-CRD-LINE TO AR1-RPT-LINE
072300         WRITE AR1-RPT-LINE
072400     END-IF
072500
072600     ADD 1 TO AR1-LETTER-COUNT
072700     ADD 1 TO AR1-LVL-LETTER-CNT (AR1-LVL-NDX)
072800     ADD AR1-WORK-NET-DUE TO AR1-CITED-TOTAL
072900     .
073000 4000-EXIT.
073100     EXIT.
073200
073300 4100-REGISTER-ITEM.
073400     MOVE AR1-ITM-TRANS-ID (AR1-ITEM-NDX) TO AR1-ITL-TRANS
073500     MOVE AR1-ITM-DATE (AR1-ITEM-NDX)     TO AR1-ITL-DATE
073600     MOVE AR1-ITM-DAYS (AR1-ITEM-NDX)     TO AR1-ITL-DAYS
073700     MOVE AR1-ITM-OPEN-AMT (AR1-ITEM-NDX) TO AR1-ITL-AMOUNT
073800     MOVE AR1-ITM-LINE TO AR1-RPT-LINE
073900     WRITE AR1-RPT-LINE
074000     .
074100 4100-EXIT.
074200     EXIT.
074300
074400 5000-UPDATE-STATUS.
074500     MOVE AR1-WORK-ACCOUNT-ID   TO AR1-DST-ACCOUNT-ID
074600     MOVE AR1-WORK-NEXT-LEVEL   TO AR1-DST-LAST-LEVEL
074700     MOVE AR1-RUN-DATE          TO AR1-DST-LAST-SENT-DATE
074800     MOVE AR1-RUN-ID            TO AR1-DST-LAST-RUN-ID
074900     MOVE AR1-WORK-OLDEST-KEY   TO AR1-DST-ITEM-KEY
075000     MOVE AR1-WORK-NET-DUE      TO AR1-DST-AMOUNT-DUE
075100     IF AR1-DST-ON-FILE
075200         REWRITE AR1-DST-RECORD
075300             INVALID KEY
075400                 DISPLAY 'AR1410: DUNNING STATUS REWRITE FAILED '
075500                     '- ACCOUNT ' AR1-WORK-ACCOUNT-ID
075600                 MOVE 8 TO AR1-RETURN-CODE
075700         END-REWRITE
075800     ELSE
075900         WRITE AR1-DST-RECORD
076000             INVALID KEY
076100                 DISPLAY 'AR1410: DUNNING STATUS WRITE FAILED '
076200                     '- ACCOUNT ' AR1-WORK-ACCOUNT-ID
076300                 MOVE 8 TO AR1-RETURN-CODE
076400         END-WRITE
076500     END-IF
076600     .
076700 5000-EXIT.
076800     EXIT.
076900
077000 9000-TERMINATE.
077100     PERFORM 9100-WRITE-LEVEL-TOTAL THRU 9100-EXIT
077200         VARYING AR1-LVL-NDX FROM 1 BY 1
077300         UNTIL AR1-LVL-NDX > 3
077400     MOVE 'ACCOUNTS WITH OPEN ITEMS      ' TO AR1-TOT-LABEL
077500     MOVE AR1-ACCOUNT-COUNT TO AR1-TOT-COUNT
077600     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
077700     WRITE AR1-RPT-LINE
077800     MOVE 'LETTERS PRODUCED              ' TO AR1-TOT-LABEL
077900     MOVE AR1-LETTER-COUNT TO AR1-TOT-COUNT
078000     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
078100     WRITE AR1-RPT-LINE
078200     MOVE 'NOT DUE FOR A LETTER          ' TO AR1-TOT-LABEL
078300     MOVE AR1-NOT-DUE-COUNT TO AR1-TOT-COUNT
078400     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
078500     WRITE AR1-RPT-LINE
078600     MOVE 'FINAL DEMAND ALREADY SENT     ' TO AR1-TOT-LABEL
078700     MOVE AR1-FINAL-DONE-COUNT TO AR1-TOT-COUNT
078800     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
078900     WRITE AR1-RPT-LINE
079000     MOVE 'NOT ON ACCOUNT MASTER         ' TO AR1-TOT-LABEL
079100     MOVE AR1-NO-MASTER-COUNT TO AR1-TOT-COUNT
079200     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
079300     WRITE AR1-RPT-LINE
079400     MOVE AR1-CITED-TOTAL TO AR1-TOT-AMOUNT
079500     MOVE AR1-TOT-AMT-LINE TO AR1-RPT-LINE
079600     WRITE AR1-RPT-LINE
079700
079800     CLOSE OPEN-ITEM-FILE ACCOUNT-MASTER DUNNING-STATUS
079900           LETTER-OUT DUNNING-RPT
080000
080100     INITIALIZE LK-AR1140-PARMS
080200     SET LK-RCN-END TO TRUE
080300     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
080400     MOVE 'AR1410  ' TO LK-RCN-PROGRAM-ID
080500     MOVE AR1-LETTER-COUNT TO LK-RCN-RECORD-COUNT
080600     CALL 'AR1140' USING LK-AR1140-PARMS
080700     .
080800 9000-EXIT.
080900     EXIT.
081000
081100 9100-WRITE-LEVEL-TOTAL.
081200     MOVE AR1-LVL-TITLE (AR1-LVL-NDX) TO AR1-TOT-LABEL
081300     MOVE AR1-LVL-LETTER-CNT (AR1-LVL-NDX) TO AR1-TOT-COUNT
081400     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
081500     WRITE AR1-RPT-LINE
081600     .
081700 9100-EXIT.
081800     EXIT.
