000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1370.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1370 - CUSTOMER ACCOUNT MASTER MAINTENANCE SCREEN        *
000900*                                                                *
001000*    UNTIL NOW AN ACCOUNT EXISTED ONLY AS A ROW ON THE BALANCE  *
001100*    MASTER, AND AR1100 OPENED A NEW ROW FOR ANY ACCOUNT ID IT  *
001200*    HAD NEVER SEEN - A MISTYPED ACCOUNT NUMBER ON THE FEED     *
001300*    QUIETLY OPENED A NEW RECEIVABLE.  THIS SCREEN IS NOW THE   *
001400*    ONLY WAY AN ACCOUNT COMES INTO BEING: AN ADD WRITES THE    *
001500*    CUSTOMER ACCOUNT MASTER RECORD AND OPENS ITS ZERO          *
001600*    BALANCE-MASTER RECORD.  A CHANGE MAINTAINS NAME, BILLING   *
001700*    ADDRESS, ACCOUNT TYPE AND STATUS (ACTIVE / SUSPENDED); A   *
001800*    CLOSE STAMPS THE CLOSE DATE AND IS REFUSED WHILE THE       *
001900*    ACCOUNT STILL CARRIES A BALANCE.  EVERY ADD, CHANGE AND    *
002000*    CLOSE IS LOGGED WITH THE WHOLE RECORD BEFORE AND AFTER TO  *
002100*    THE ACCOUNT CHANGE LOG THE WAY AR1350 LOGS OPERATOR        *
002200*    CHANGES.                                                    *
002300*                                                                *
002400*    FUNCTION CODES: A=ADD  C=CHANGE  D=CLOSE  BLANK=EXIT       *
002500*    ON A CHANGE A BLANK STATUS KEEPS THE ACCOUNT'S OWN STATUS; *
002600*    A SUSPENDED ACCOUNT IS REINSTATED ONLY BY C WITH 'A'.  A   *
002700*    CLOSED ACCOUNT IS FINAL AND TAKES NO FURTHER MAINTENANCE.  *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  ------------------------------------------*
003200*    2026-10-14 RVH   ORIGINAL ACCOUNT MAINTENANCE SCREEN       *
003300*    2026-10-14 RVH   NEW ACCOUNT STARTS WITH ZERO WRITE-OFF    *
003400*                     AND RECOVERY AMOUNTS                      *
003500*    2026-10-15 RVH   BALANCE MASTER CREATED IF NOT YET ON FILE *
003600*                     - AR1100 NO LONGER CREATES IT             *
003700*    2026-10-15 RVH   STATUS NO LONGER DEFAULTS TO A ON A       *
003800*                     CHANGE, SO A SUSPENDED ACCOUNT STAYS      *
003900*                     SUSPENDED UNLESS A NEW STATUS IS KEYED    *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-390.
004400 OBJECT-COMPUTER. IBM-390.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS AR1-ACM-ACCOUNT-ID
005100         FILE STATUS IS AR1-ACM-FS.
005200
005300     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS AR1-BAL-ACCOUNT-ID
005700         FILE STATUS IS AR1-BAL-FS.
005800
005900     SELECT ACCOUNT-CHANGE-LOG ASSIGN TO ACCTLOG
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS AR1-ACL-FS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ACCOUNT-MASTER
006600     RECORDING MODE IS F.
006700     COPY AR1ACM.
006800
006900 FD  BALANCE-MASTER
007000     RECORDING MODE IS F.
007100     COPY AR1BAL.
007200
007300 FD  ACCOUNT-CHANGE-LOG
007400     RECORDING MODE IS F.
007500     COPY AR1ACL.
007600
007700 WORKING-STORAGE SECTION.
007800 01  AR1-FILE-STATUSES.
007900     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
008000     05  AR1-BAL-FS              PIC X(02) VALUE '00'.
008100     05  AR1-ACL-FS              PIC X(02) VALUE '00'.
008200
008300 01  AR1-SWITCHES.
008400     05  AR1-MORE-WORK-SWITCH    PIC X(01) VALUE 'Y'.
008500         88  AR1-MORE-WORK           VALUE 'Y'.
008600     05  AR1-ENTRY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
008700         88  AR1-ENTRY-FOUND         VALUE 'Y'.
008800     05  AR1-EDIT-OK-SWITCH      PIC X(01) VALUE 'N'.
008900         88  AR1-EDIT-OK             VALUE 'Y'.
009000     05  AR1-BAL-FOUND-SWITCH    PIC X(01) VALUE 'N'.
009100         88  AR1-BAL-FOUND           VALUE 'Y'.
009200     05  AR1-MASTER-OPEN-SWITCH  PIC X(01) VALUE 'N'.
009300         88  AR1-MASTER-OPEN         VALUE 'Y'.
009400     05  AR1-BAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009500         88  AR1-BALANCE-OPEN        VALUE 'Y'.
009600     05  AR1-LOG-OPEN-SWITCH     PIC X(01) VALUE 'N'.
009700         88  AR1-CHANGE-LOG-OPEN     VALUE 'Y'.
009800
009900 01  AR1-CURRENT-TIMESTAMP       PIC X(26).
010000 01  AR1-TS-SPLIT.
010100     05  AR1-TS-DATE             PIC X(08).
010200     05  FILLER                  PIC X(18).
010300
010400 01  AR1-OLD-IMAGE               PIC X(180) VALUE SPACES.
010500 01  AR1-OLD-ACCOUNT-TYPE        PIC X(04) VALUE SPACES.
010600
010700 01  AR1-SCREEN-FIELDS.
010800     05  AR1-SCR-FUNCTION        PIC X(01) VALUE SPACE.
010900         88  AR1-SCR-FUNC-ADD        VALUE 'A'.
011000         88  AR1-SCR-FUNC-CHANGE     VALUE 'C'.
011100         88  AR1-SCR-FUNC-CLOSE      VALUE 'D'.
011200         88  AR1-SCR-FUNC-EXIT       VALUE ' '.
011300     05  AR1-SCR-ACCOUNT-ID      PIC X(10) VALUE SPACES.
011400     05  AR1-SCR-NAME            PIC X(30) VALUE SPACES.
011500     05  AR1-SCR-ADDR-LINE-1     PIC X(30) VALUE SPACES.
011600     05  AR1-SCR-ADDR-LINE-2     PIC X(30) VALUE SPACES.
011700     05  AR1-SCR-CITY            PIC X(20) VALUE SPACES.
011800     05  AR1-SCR-STATE           PIC X(02) VALUE SPACES.
011900     05  AR1-SCR-POSTAL-CODE     PIC X(10) VALUE SPACES.
012000     05  AR1-SCR-ACCOUNT-TYPE    PIC X(04) VALUE SPACES.
012100     05  AR1-SCR-STATUS          PIC X(01) VALUE SPACE.
012200     05  AR1-SCR-OPERATOR-ID     PIC X(08) VALUE SPACES.
012300
012400 SCREEN SECTION.
012500 01  AR1-MAINT-SCREEN.
012600     05  BLANK SCREEN.
012700     05  LINE 01 COLUMN 01
012800         VALUE 'AR1370  CUSTOMER ACCOUNT MAINTENANCE'.
012900     05  LINE 03 COLUMN 01 VALUE 'FUNCTION (A/C/D) . . .'.
013000     05  LINE 03 COLUMN 24 PIC X(01)
013100         USING AR1-SCR-FUNCTION.
013200     05  LINE 04 COLUMN 01 VALUE 'ACCOUNT ID . . . . . .'.
013300     05  LINE 04 COLUMN 24 PIC X(10)
013400         USING AR1-SCR-ACCOUNT-ID.
013500     05  LINE 05 COLUMN 01 VALUE 'NAME . . . . . . . . .'.
013600     05  LINE 05 COLUMN 24 PIC X(30)
013700         USING AR1-SCR-NAME.
013800     05  LINE 06 COLUMN 01 VALUE 'ADDRESS LINE 1 . . . .'.
013900     05  LINE 06 COLUMN 24 PIC X(30)
014000         USING AR1-SCR-ADDR-LINE-1.
014100     05  LINE 07 COLUMN 01 VALUE 'ADDRESS LINE 2 . . . .'.
014200     05  LINE 07 COLUMN 24 PIC X(30)
014300         USING AR1-SCR-ADDR-LINE-2.
014400     05  LINE 08 COLUMN 01 VALUE 'CITY . . . . . . . . .'.
014500     05  LINE 08 COLUMN 24 PIC X(20)
014600         USING AR1-SCR-CITY.
014700     05  LINE 09 COLUMN 01 VALUE 'STATE. . . . . . . . .'.
014800     05  LINE 09 COLUMN 24 PIC X(02)
014900         USING AR1-SCR-STATE.
015000     05  LINE 10 COLUMN 01 VALUE 'POSTAL CODE. . . . . .'.
015100     05  LINE 10 COLUMN 24 PIC X(10)
015200         USING AR1-SCR-POSTAL-CODE.
015300     05  LINE 11 COLUMN 01 VALUE 'ACCOUNT TYPE . . . . .'.
015400     05  LINE 11 COLUMN 24 PIC X(04)
015500         USING AR1-SCR-ACCOUNT-TYPE.
015600     05  LINE 12 COLUMN 01 VALUE 'STATUS (A/S) . . . . .'.
015700     05  LINE 12 COLUMN 24 PIC X(01)
015800         USING AR1-SCR-STATUS.
015900     05  LINE 14 COLUMN 01 VALUE 'YOUR OPERATOR ID . . .'.
016000     05  LINE 14 COLUMN 24 PIC X(08)
016100         USING AR1-SCR-OPERATOR-ID.
016200
016300 PROCEDURE DIVISION.
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016600     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
016700         UNTIL NOT AR1-MORE-WORK
016800     PERFORM 9000-TERMINATE THRU 9000-EXIT
016900     GOBACK.
017000
017100 1000-INITIALIZE.
017200     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
017300     MOVE AR1-CURRENT-TIMESTAMP TO AR1-TS-SPLIT
017400     OPEN I-O ACCOUNT-MASTER
017500     IF AR1-ACM-FS = '05' OR '35'
017600         OPEN OUTPUT ACCOUNT-MASTER
017700         CLOSE ACCOUNT-MASTER
017800         OPEN I-O ACCOUNT-MASTER
017900     END-IF
018000     IF AR1-ACM-FS NOT = '00'
018100         DISPLAY 'AR1370: ACCOUNT MASTER ERROR - STATUS '
018200             AR1-ACM-FS ' - MAINTENANCE REFUSED'
018300         MOVE 'N' TO AR1-MORE-WORK-SWITCH
018400         GO TO 1000-EXIT
018500     END-IF
018600     SET AR1-MASTER-OPEN TO TRUE
018700*    THE BALANCE MASTER IS NEEDED TO OPEN A NEW ACCOUNT'S
018800*    BALANCE RECORD AND TO PROVE A BALANCE IS NIL BEFORE CLOSE
018900     OPEN I-O BALANCE-MASTER
019000     IF AR1-BAL-FS = '05' OR '35'
019100         OPEN OUTPUT BALANCE-MASTER
019200         CLOSE BALANCE-MASTER
019300         OPEN I-O BALANCE-MASTER
019400     END-IF
019500     IF AR1-BAL-FS NOT = '00'
019600         DISPLAY 'AR1370: BALANCE MASTER ERROR - STATUS '
019700             AR1-BAL-FS ' - MAINTENANCE REFUSED'
019800         MOVE 'N' TO AR1-MORE-WORK-SWITCH
019900         GO TO 1000-EXIT
020000     END-IF
020100     SET AR1-BALANCE-OPEN TO TRUE
020200     OPEN EXTEND ACCOUNT-CHANGE-LOG
020300     IF AR1-ACL-FS = '05' OR '35'
020400         OPEN OUTPUT ACCOUNT-CHANGE-LOG
020500     END-IF
020600*    NO LOG, NO MAINTENANCE - THE SAME RULE AS AR1350
020700     IF AR1-ACL-FS NOT = '00'
020800         DISPLAY 'AR1370: ACCOUNT CHANGE LOG ERROR - '
020900             'STATUS ' AR1-ACL-FS ' - MAINTENANCE REFUSED'
021000         MOVE 'N' TO AR1-MORE-WORK-SWITCH
021100         GO TO 1000-EXIT
021200     END-IF
021300     SET AR1-CHANGE-LOG-OPEN TO TRUE
021400     .
021500 1000-EXIT.
021600     EXIT.
021700
021800 2000-PROCESS-ONE-REQUEST.
021900     MOVE SPACE  TO AR1-SCR-FUNCTION
022000     MOVE SPACES TO AR1-SCR-ACCOUNT-ID
022100     MOVE SPACES TO AR1-SCR-NAME
022200     MOVE SPACES TO AR1-SCR-ADDR-LINE-1
022300     MOVE SPACES TO AR1-SCR-ADDR-LINE-2
022400     MOVE SPACES TO AR1-SCR-CITY
022500     MOVE SPACES TO AR1-SCR-STATE
022600     MOVE SPACES TO AR1-SCR-POSTAL-CODE
022700     MOVE SPACES TO AR1-SCR-ACCOUNT-TYPE
022800     MOVE SPACE  TO AR1-SCR-STATUS
022900     MOVE SPACES TO AR1-SCR-OPERATOR-ID
023000     DISPLAY AR1-MAINT-SCREEN
023100     ACCEPT  AR1-MAINT-SCREEN
023200
023300     IF AR1-SCR-FUNC-EXIT
023400         MOVE 'N' TO AR1-MORE-WORK-SWITCH
023500         GO TO 2000-EXIT
023600     END-IF
023700
023800     PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT
023900     IF NOT AR1-EDIT-OK
024000         GO TO 2000-EXIT
024100     END-IF
024200
024300     PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT
024400
024500     EVALUATE TRUE
024600         WHEN AR1-SCR-FUNC-ADD
024700             PERFORM 3000-ADD-ACCOUNT THRU 3000-EXIT
024800         WHEN AR1-SCR-FUNC-CHANGE
024900             PERFORM 4000-CHANGE-ACCOUNT THRU 4000-EXIT
025000         WHEN AR1-SCR-FUNC-CLOSE
025100             PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
025200     END-EVALUATE
025300     .
025400 2000-EXIT.
025500     EXIT.
025600
025700 2100-VALIDATE-REQUEST.
025800     MOVE 'N' TO AR1-EDIT-OK-SWITCH
025900
026000     IF AR1-SCR-FUNCTION NOT = 'A' AND 'C' AND 'D'
026100         DISPLAY 'FUNCTION MUST BE A, C OR D'
026200         GO TO 2100-EXIT
026300     END-IF
026400
026500     IF AR1-SCR-OPERATOR-ID = SPACES
026600         DISPLAY 'YOUR OPERATOR ID IS REQUIRED'
026700         GO TO 2100-EXIT
026800     END-IF
026900
027000     IF AR1-SCR-ACCOUNT-ID = SPACES
027100         DISPLAY 'ACCOUNT ID IS REQUIRED'
027200         GO TO 2100-EXIT
027300     END-IF
027400
027500     IF AR1-SCR-FUNC-ADD OR AR1-SCR-FUNC-CHANGE
027600         IF AR1-SCR-NAME = SPACES
027700             DISPLAY 'ACCOUNT NAME IS REQUIRED'
027800             GO TO 2100-EXIT
027900         END-IF
028000         IF AR1-SCR-ADDR-LINE-1 = SPACES
028100             OR AR1-SCR-CITY = SPACES
028200             DISPLAY 'BILLING ADDRESS LINE 1 AND CITY ARE '
028300                 'REQUIRED'
028400             GO TO 2100-EXIT
028500         END-IF
028600         IF AR1-SCR-ACCOUNT-TYPE = SPACES
028700             DISPLAY 'ACCOUNT TYPE IS REQUIRED'
028800             GO TO 2100-EXIT
028900         END-IF
029000     END-IF
029100
029200*    CLOSED IS NOT A STATUS A CHANGE CAN SET - ONLY THE CLOSE
029300*    FUNCTION, WHICH PROVES THE BALANCE IS NIL, CAN CLOSE
029400     IF AR1-SCR-FUNC-CHANGE
029500         AND AR1-SCR-STATUS NOT = 'A' AND 'S' AND SPACE
029600         DISPLAY 'STATUS MUST BE A (ACTIVE), S (SUSPENDED) OR '
029700             'BLANK TO KEEP IT - USE D TO CLOSE'
029800         GO TO 2100-EXIT
029900     END-IF
030000
030100     SET AR1-EDIT-OK TO TRUE
030200     .
030300 2100-EXIT.
030400     EXIT.
030500
030600 2200-FIND-ACCOUNT.
030700     MOVE 'N' TO AR1-ENTRY-FOUND-SWITCH
030800     MOVE SPACES TO AR1-OLD-IMAGE
030900     MOVE SPACES TO AR1-OLD-ACCOUNT-TYPE
031000     MOVE AR1-SCR-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
031100     READ ACCOUNT-MASTER
031200         INVALID KEY
031300             CONTINUE
031400         NOT INVALID KEY
031500             SET AR1-ENTRY-FOUND TO TRUE
031600             MOVE AR1-ACM-RECORD       TO AR1-OLD-IMAGE
031700             MOVE AR1-ACM-ACCOUNT-TYPE TO AR1-OLD-ACCOUNT-TYPE
031800     END-READ
031900     .
032000 2200-EXIT.
032100     EXIT.
032200
032300 2300-READ-BALANCE.
032400     MOVE 'N' TO AR1-BAL-FOUND-SWITCH
032500     MOVE AR1-SCR-ACCOUNT-ID TO AR1-BAL-ACCOUNT-ID
032600     READ BALANCE-MASTER
032700         INVALID KEY
032800             CONTINUE
032900         NOT INVALID KEY
033000             SET AR1-BAL-FOUND TO TRUE
033100     END-READ
033200     .
033300 2300-EXIT.
033400     EXIT.
033500
033600 3000-ADD-ACCOUNT.
033700     IF AR1-ENTRY-FOUND
033800         DISPLAY 'ACCOUNT ALREADY ON FILE - USE C TO CHANGE'
033900         GO TO 3000-EXIT
034000     END-IF
034100     MOVE SPACES TO AR1-ACM-RECORD
034200     MOVE AR1-SCR-ACCOUNT-ID   TO AR1-ACM-ACCOUNT-ID
034300     PERFORM 3100-MOVE-SCREEN-FIELDS THRU 3100-EXIT
034400     MOVE AR1-TS-DATE          TO AR1-ACM-OPEN-DATE
034500     SET AR1-ACM-ACTIVE        TO TRUE
034600     MOVE SPACES               TO AR1-ACM-CLOSE-DATE
034700     MOVE ZERO                 TO AR1-ACM-WOFF-AMOUNT
034800     MOVE ZERO                 TO AR1-ACM-RECOVERED-AMT
034900     WRITE AR1-ACM-RECORD
035000         INVALID KEY
035100             DISPLAY 'ACCOUNT WRITE FAILED'
035200             GO TO 3000-EXIT
035300     END-WRITE
035400     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
035500
035600*    THE ACCOUNT'S BALANCE RECORD IS OPENED HERE, AT ZERO - THE
035700*    ACCUMULATION RUN NO LONGER CREATES ONE.  A BALANCE RECORD
035800*    ALREADY ON FILE (AN ACCOUNT THAT PREDATES THE MASTER) IS
035900*    LEFT AS IT STANDS.
036000     PERFORM 2300-READ-BALANCE THRU 2300-EXIT
036100     IF NOT AR1-BAL-FOUND
036200         INITIALIZE AR1-BALANCE-RECORD
036300         MOVE AR1-SCR-ACCOUNT-ID    TO AR1-BAL-ACCOUNT-ID
036400         MOVE AR1-SCR-ACCOUNT-TYPE  TO AR1-BAL-ACCOUNT-TYPE
036500         MOVE ZERO                  TO AR1-BAL-AMOUNT
036600         MOVE AR1-CURRENT-TIMESTAMP TO AR1-BAL-LAST-UPDATED
036700         WRITE AR1-BALANCE-RECORD
036800             INVALID KEY
036900                 DISPLAY 'BALANCE RECORD WRITE FAILED - '
037000                     'ACCOUNT ADDED WITHOUT ONE'
037100                 GO TO 3000-EXIT
037200         END-WRITE
037300     END-IF
037400     DISPLAY 'ACCOUNT ADDED'
037500     .
037600 3000-EXIT.
037700     EXIT.
037800
037900 3100-MOVE-SCREEN-FIELDS.
038000     MOVE AR1-SCR-NAME         TO AR1-ACM-NAME
038100     MOVE AR1-SCR-ADDR-LINE-1  TO AR1-ACM-ADDR-LINE-1
038200     MOVE AR1-SCR-ADDR-LINE-2  TO AR1-ACM-ADDR-LINE-2
038300     MOVE AR1-SCR-CITY         TO AR1-ACM-CITY
038400     MOVE AR1-SCR-STATE        TO AR1-ACM-STATE
038500     MOVE AR1-SCR-POSTAL-CODE  TO AR1-ACM-POSTAL-CODE
038600     MOVE AR1-SCR-ACCOUNT-TYPE TO AR1-ACM-ACCOUNT-TYPE
038700     .
038800 3100-EXIT.
038900     EXIT.
039000
039100 4000-CHANGE-ACCOUNT.
039200     IF NOT AR1-ENTRY-FOUND
039300         DISPLAY 'ACCOUNT NOT ON FILE - USE A TO ADD'
039400         GO TO 4000-EXIT
039500     END-IF
039600     IF AR1-ACM-CLOSED
039700         DISPLAY 'ACCOUNT IS CLOSED - NO FURTHER MAINTENANCE'
039800         GO TO 4000-EXIT
039900     END-IF
040000     PERFORM 3100-MOVE-SCREEN-FIELDS THRU 3100-EXIT
040100*    A BLANK STATUS LEAVES THE ACCOUNT AS IT WAS READ
040200     IF AR1-SCR-STATUS NOT = SPACE
040300         MOVE AR1-SCR-STATUS TO AR1-ACM-STATUS
040400     END-IF
040500     REWRITE AR1-ACM-RECORD
040600         INVALID KEY
040700             DISPLAY 'ACCOUNT REWRITE FAILED'
040800             GO TO 4000-EXIT
040900     END-REWRITE
041000     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
041100
041200*    THE GL EXTRACT SUMMARIZES BY THE TYPE ON THE BALANCE
041300*    RECORD, SO A TYPE CHANGE IS CARRIED ACROSS TO IT
041400     IF AR1-SCR-ACCOUNT-TYPE NOT = AR1-OLD-ACCOUNT-TYPE
041500         PERFORM 2300-READ-BALANCE THRU 2300-EXIT
041600         IF AR1-BAL-FOUND
041700             MOVE AR1-SCR-ACCOUNT-TYPE TO AR1-BAL-ACCOUNT-TYPE
041800             REWRITE AR1-BALANCE-RECORD
041900                 INVALID KEY
042000                     DISPLAY 'BALANCE RECORD TYPE NOT UPDATED'
042100             END-REWRITE
042200         END-IF
042300     END-IF
042400     DISPLAY 'ACCOUNT CHANGED'
042500     .
042600 4000-EXIT.
042700     EXIT.
042800
042900 5000-CLOSE-ACCOUNT.
043000     IF NOT AR1-ENTRY-FOUND
043100         DISPLAY 'ACCOUNT NOT ON FILE - NOTHING CLOSED'
043200         GO TO 5000-EXIT
043300     END-IF
043400     IF AR1-ACM-CLOSED
043500         DISPLAY 'ACCOUNT IS ALREADY CLOSED'
043600         GO TO 5000-EXIT
043700     END-IF
043800*    AN ACCOUNT STILL OWING (OR OWED) MONEY CANNOT BE CLOSED -
043900*    THE BALANCE HAS TO BE SETTLED OR WRITTEN OFF FIRST
044000     PERFORM 2300-READ-BALANCE THRU 2300-EXIT
044100     IF AR1-BAL-FOUND
044200         AND AR1-BAL-AMOUNT NOT = ZERO
044300         DISPLAY 'ACCOUNT STILL CARRIES A BALANCE - CLOSE '
044400             'REFUSED'
044500         GO TO 5000-EXIT
044600     END-IF
044700     SET AR1-ACM-CLOSED TO TRUE
044800     MOVE AR1-TS-DATE TO AR1-ACM-CLOSE-DATE
044900     REWRITE AR1-ACM-RECORD
045000         INVALID KEY
045100             DISPLAY 'ACCOUNT REWRITE FAILED'
045200             GO TO 5000-EXIT
045300     END-REWRITE
045400     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
045500     DISPLAY 'ACCOUNT CLOSED'
045600     .
045700 5000-EXIT.
045800     EXIT.
045900
046000 6000-LOG-CHANGE.
046100     INITIALIZE AR1-ACL-RECORD
046200     MOVE AR1-CURRENT-TIMESTAMP TO AR1-ACL-TIMESTAMP
046300     MOVE AR1-SCR-OPERATOR-ID   TO AR1-ACL-OPERATOR-ID
046400     MOVE AR1-SCR-FUNCTION      TO AR1-ACL-FUNCTION
046500     MOVE AR1-SCR-ACCOUNT-ID    TO AR1-ACL-ACCOUNT-ID
046600     MOVE AR1-OLD-IMAGE         TO AR1-ACL-OLD-IMAGE
046700     MOVE AR1-ACM-RECORD        TO AR1-ACL-NEW-IMAGE
046800     WRITE AR1-ACL-RECORD
046900     .
047000 6000-EXIT.
047100     EXIT.
047200
047300 9000-TERMINATE.
047400     IF AR1-MASTER-OPEN
047500         CLOSE ACCOUNT-MASTER
047600     END-IF
047700     IF AR1-BALANCE-OPEN
047800         CLOSE BALANCE-MASTER
047900     END-IF
048000     IF AR1-CHANGE-LOG-OPEN
048100         CLOSE ACCOUNT-CHANGE-LOG
048200     END-IF
048300     .
048400 9000-EXIT.
048500     EXIT.
