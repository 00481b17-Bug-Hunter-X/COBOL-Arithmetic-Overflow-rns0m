000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AR1560.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. ACCOUNTS RECEIVABLE SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    AR1560 - AP REFUND PAYEE EXTRACT                           *
000900*                                                                *
001000*    HANDS APPROVED REFUNDS TO THE ACCOUNTS PAYABLE CHECK RUN.  *
001100*    EVERY REFUND APPROVED ON THE AR1550 SCREEN AND NOT YET     *
001200*    EXTRACTED IS WRITTEN TO THE AP PAYEE INTERFACE FILE WITH   *
001300*    THE PAYEE NAME AND BILLING ADDRESS FROM THE ACCOUNT MASTER *
001400*    AND THE UNAPPLIED-CASH ITEM KEY AS THE REFUND REFERENCE.   *
001500*    THE FILE OPENS WITH A HEADER NAMING THE EXTRACT (THE RUN-  *
001600*    ID) AND ENDS WITH A TRAILER CARRYING THE DETAIL COUNT AND  *
001700*    HASH TOTAL, AS THE AR1250 GL EXTRACT DOES, AND THE EXTRACT *
001800*    IS REGISTERED UNCONFIRMED ON THE KEYED AP EXTRACT CONTROL  *
001900*    FILE WITH THE SAME FIGURES FOR THE AR1570 ACKNOWLEDGMENT   *
002000*    MATCH.  EACH REFUND EXTRACTED IS STAMPED WITH THE EXTRACT  *
002100*    ID SO IT IS NEVER SENT TWICE.  A REFUND WHOSE ACCOUNT HAS  *
002200*    LEFT THE ACCOUNT MASTER HAS NO PAYEE AND IS HELD BACK WITH *
002300*    RETURN CODE 4.                                             *
002400*                                                                *
002500*    MODIFICATION HISTORY                                       *
002600*    DATE       INIT  DESCRIPTION                               *
002700*    ---------- ----  ------------------------------------------*
002800*    2026-10-15 RVH   ORIGINAL AP REFUND PAYEE EXTRACT          *
002900*    2026-10-15 RVH   EVERY FILE IS OPENED AND CHECKED BEFORE A *
003000*                     REFUND IS READ.  A FAILED WRITE, REWRITE  *
003100*                     OR REGISTRATION BLOCKS THE RUN WITH RC 8  *
003200*                     AND NO RUN-CONTROL END RECORD, SO THE     *
003300*                     RERUN REBUILDS THE EXTRACT                *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-390.
003800 OBJECT-COMPUTER. IBM-390.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT REFUND-FILE ASSIGN TO REFPEND
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS AR1-RFD-FS.
004400
004500     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS AR1-ACM-ACCOUNT-ID
004900         FILE STATUS IS AR1-ACM-FS.
005000
005100     SELECT AP-EXTRACT-OUT ASSIGN TO APEXTRCT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS AR1-APX-FS.
005400
005500     SELECT AP-EXTRACT-CONTROL ASSIGN TO APEXTCTL
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS AR1-AXC-EXTRACT-ID
005900         FILE STATUS IS AR1-AXC-FS.
006000
006100     SELECT EXTRACT-RPT ASSIGN TO REFXRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS AR1-RPT-FS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  REFUND-FILE
006800     RECORDING MODE IS F.
006900     COPY AR1RFD.
007000
007100 FD  ACCOUNT-MASTER
007200     RECORDING MODE IS F.
007300     COPY AR1ACM.
007400
007500 FD  AP-EXTRACT-OUT
007600     RECORDING MODE IS F.
007700     COPY AR1APX.
007800
007900 FD  AP-EXTRACT-CONTROL
008000     RECORDING MODE IS F.
008100     COPY AR1AXC.
008200
008300 FD  EXTRACT-RPT
008400     RECORDING MODE IS F.
008500 01  AR1-RPT-LINE                PIC X(80).
008600
008700 WORKING-STORAGE SECTION.
008800 01  AR1-FILE-STATUSES.
008900     05  AR1-RFD-FS              PIC X(02) VALUE '00'.
009000     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
009100     05  AR1-APX-FS              PIC X(02) VALUE '00'.
009200     05  AR1-AXC-FS              PIC X(02) VALUE '00'.
009300     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
009400
009500 01  AR1-SWITCHES.
009600     05  AR1-RFD-EOF-SWITCH      PIC X(01) VALUE 'N'.
009700         88  AR1-RFD-EOF             VALUE 'Y'.
009800     05  AR1-RUN-BLOCKED-SWITCH  PIC X(01) VALUE 'N'.
009900         88  AR1-RUN-BLOCKED         VALUE 'Y'.
010000     05  AR1-RFD-MISSING-SWITCH  PIC X(01) VALUE 'N'.
010100         88  AR1-REFUNDS-MISSING     VALUE 'Y'.
010200
010300 01  AR1-CONTROL-FIELDS.
010400     05  AR1-RUN-ID              PIC X(08).
010500     05  AR1-RUN-DATE            PIC X(08).
010600     05  AR1-CURRENT-TIMESTAMP   PIC X(26).
010700
010800     COPY AR1140P.
010900     COPY AR1130P.
011000
011100 01  AR1-COUNTERS.
011200     05  AR1-DETAIL-COUNT        PIC 9(09) COMP VALUE ZERO.
011300     05  AR1-HELD-COUNT          PIC 9(09) COMP VALUE ZERO.
011400
011500 01  AR1-TOTALS.
011600     05  AR1-HASH-TOTAL          PIC S9(11)V99 VALUE ZERO.
011700     05  AR1-HELD-TOTAL          PIC S9(11)V99 VALUE ZERO.
011800
011900 01  AR1-RETURN-CODE             PIC S9(04) COMP VALUE ZERO.
012000
012100 01  AR1-REPORT-LINES.
012200     05  AR1-HDR-LINE.
012300         10  FILLER              PIC X(36)
012400             VALUE 'AR1560 REFUNDS EXTRACTED FOR AP     '.
012500         10  FILLER              PIC X(02) VALUE SPACES.
012600         10  AR1-HDR-RUN-ID      PIC X(08).
012700         10  FILLER              PIC X(02) VALUE SPACES.
012800         10  AR1-HDR-DATE        PIC X(08).
012900     05  AR1-DTL-LINE.
013000         10  AR1-DTL-ACTION      PIC X(09).
013100         10  AR1-DTL-ACCOUNT     PIC X(10).
013200         10  FILLER              PIC X(02) VALUE SPACES.
013300         10  AR1-DTL-TRANS       PIC X(10).
013400         10  FILLER              PIC X(02) VALUE SPACES.
013500         10  AR1-DTL-PAYEE       PIC X(30).
013600         10  FILLER              PIC X(02) VALUE SPACES.
013700         10  AR1-DTL-AMOUNT      PIC ZZZZZZ9.99-.
013800     05  AR1-TOT-LINE.
013900         10  AR1-TOT-LABEL       PIC X(30).
014000         10  AR1-TOT-COUNT       PIC ZZZZZZZZ9.
014100         10  FILLER              PIC X(02) VALUE SPACES.
014200         10  AR1-TOT-AMOUNT      PIC ZZZZZZZZZZ9.99-.
014300
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014700     IF NOT AR1-RUN-BLOCKED
014800         PERFORM 2000-EXTRACT-ONE-REFUND THRU 2000-EXIT
014900             UNTIL AR1-RFD-EOF
015000         PERFORM 9000-TERMINATE THRU 9000-EXIT
015100     END-IF
015200     IF AR1-RUN-BLOCKED
015300         MOVE 8 TO AR1-RETURN-CODE
015400     END-IF
015500     MOVE AR1-RETURN-CODE TO RETURN-CODE
015600     GOBACK.
015700
015800 1000-INITIALIZE.
015900     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
016000     INITIALIZE LK-AR1130-PARMS
016100     CALL 'AR1130' USING LK-AR1130-PARMS
016200     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
016300     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
016400
016500*    A COMPLETED EXTRACT MAY ALREADY BE WITH AP - REWRITING IT
016600*    UNDER THE SAME EXTRACT ID WOULD LOSE THAT FILE'S CONTROL
016700*    FIGURES.  A RUN THAT FAILED PART WAY MAY BE RERUN: ITS
016800*    REFUNDS STILL CARRY THIS EXTRACT ID AND GO OUT AGAIN ON
016900*    THE REBUILT FILE.
017000     INITIALIZE LK-AR1140-PARMS
017100     SET LK-RCN-START TO TRUE
017200     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
017300     MOVE 'AR1560  ' TO LK-RCN-PROGRAM-ID
017400     CALL 'AR1140' USING LK-AR1140-PARMS
017500     IF LK-RCN-RETURN-CODE NOT = ZERO
017600         DISPLAY 'AR1560: AP EXTRACT ALREADY RAN FOR '
017700             AR1-RUN-ID ' OR RUN-CONTROL ERROR - RERUN '
017800             'REFUSED, REFUNDS COULD BE PAID TWICE'
017900         SET AR1-RUN-BLOCKED TO TRUE
018000         GO TO 1000-EXIT
018100     END-IF
018200
018300     OPEN INPUT ACCOUNT-MASTER
018400     IF AR1-ACM-FS NOT = '00'
018500         DISPLAY 'AR1560: ACCOUNT MASTER NOT AVAILABLE - '
018600             'STATUS ' AR1-ACM-FS ' - RUN BLOCKED'
018700         SET AR1-RUN-BLOCKED TO TRUE
018800         GO TO 1000-EXIT
018900     END-IF
019000*    ONLY A REFUND FILE THAT WAS NEVER CREATED MEANS NOTHING TO
019100*    EXTRACT - ANY OTHER ERROR COULD HIDE APPROVED REFUNDS
019200     OPEN I-O REFUND-FILE
019300     IF AR1-RFD-FS = '35'
019400         DISPLAY 'AR1560: NO REFUND FILE - STATUS '
019500             AR1-RFD-FS ' - EMPTY EXTRACT'
019600         SET AR1-REFUNDS-MISSING TO TRUE
019700         SET AR1-RFD-EOF TO TRUE
019800     END-IF
019900     IF AR1-RFD-FS NOT = '00' AND NOT AR1-REFUNDS-MISSING
020000         DISPLAY 'AR1560: REFUND FILE ERROR - STATUS '
020100             AR1-RFD-FS ' - RUN BLOCKED'
020200         CLOSE ACCOUNT-MASTER
020300         SET AR1-RUN-BLOCKED TO TRUE
020400         GO TO 1000-EXIT
020500     END-IF
020600*    THE CONTROL FILE IS OPENED BEFORE ANY REFUND IS STAMPED -
020700*    A REFUND STAMPED FOR AN EXTRACT THAT CANNOT BE REGISTERED
020800*    COULD NEVER BE CONFIRMED BY AR1570
020900     OPEN I-O AP-EXTRACT-CONTROL
021000     IF AR1-AXC-FS = '05' OR '35'
021100         OPEN OUTPUT AP-EXTRACT-CONTROL
021200         CLOSE AP-EXTRACT-CONTROL
021300         OPEN I-O AP-EXTRACT-CONTROL
021400     END-IF
021500     IF AR1-AXC-FS NOT = '00'
021600         DISPLAY 'AR1560: AP EXTRACT CONTROL FILE ERROR - '
021700             'STATUS ' AR1-AXC-FS ' - RUN BLOCKED'
021800         CLOSE ACCOUNT-MASTER
021900         IF NOT AR1-REFUNDS-MISSING
022000             CLOSE REFUND-FILE
022100         END-IF
022200         SET AR1-RUN-BLOCKED TO TRUE
022300         GO TO 1000-EXIT
022400     END-IF
022500     OPEN OUTPUT AP-EXTRACT-OUT
022600     OPEN OUTPUT EXTRACT-RPT
022700     IF AR1-APX-FS NOT = '00' OR AR1-RPT-FS NOT = '00'
022800         DISPLAY 'AR1560: AP EXTRACT STATUS ' AR1-APX-FS
022900             ' REPORT STATUS ' AR1-RPT-FS ' - RUN BLOCKED'
023000         CLOSE ACCOUNT-MASTER AP-EXTRACT-CONTROL
023100         IF NOT AR1-REFUNDS-MISSING
023200             CLOSE REFUND-FILE
023300         END-IF
023400         IF AR1-APX-FS = '00'
023500             CLOSE AP-EXTRACT-OUT
023600         END-IF
023700         IF AR1-RPT-FS = '00'
023800             CLOSE EXTRACT-RPT
023900         END-IF
024000         SET AR1-RUN-BLOCKED TO TRUE
024100         GO TO 1000-EXIT
024200     END-IF
024300
024400     MOVE AR1-RUN-ID   TO AR1-HDR-RUN-ID
024500     MOVE AR1-RUN-DATE TO AR1-HDR-DATE
024600     MOVE AR1-HDR-LINE TO AR1-RPT-LINE
024700     WRITE AR1-RPT-LINE
024800
024900     MOVE SPACES TO AR1-APX-RECORD
025000     SET AR1-APX-HEADER TO TRUE
025100     MOVE AR1-RUN-ID   TO AR1-APX-EXTRACT-ID
025200     MOVE AR1-RUN-DATE TO AR1-APX-EXTRACT-DATE
025300     MOVE 'AR1560  '   TO AR1-APX-SOURCE
025400     WRITE AR1-APX-RECORD
025500     IF AR1-APX-FS NOT = '00'
025600         PERFORM 2300-EXTRACT-FAILED THRU 2300-EXIT
025700         CLOSE ACCOUNT-MASTER AP-EXTRACT-CONTROL AP-EXTRACT-OUT
025800               EXTRACT-RPT
025900         IF NOT AR1-REFUNDS-MISSING
026000             CLOSE REFUND-FILE
026100         END-IF
026200         GO TO 1000-EXIT
026300     END-IF
026400
026500     IF NOT AR1-RFD-EOF
026600         PERFORM 2100-READ-REFUND THRU 2100-EXIT
026700     END-IF
026800     .
026900 1000-EXIT.
027000     EXIT.
027100
027200 2000-EXTRACT-ONE-REFUND.
027300     IF NOT AR1-RFD-APPROVED
027400         GO TO 2000-READ-NEXT
027500     END-IF
027600     IF NOT AR1-RFD-NOT-EXTRACTED
027700         AND AR1-RFD-EXTRACT-ID NOT = AR1-RUN-ID
027800         GO TO 2000-READ-NEXT
027900     END-IF
028000
028100     MOVE AR1-RFD-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
028200     READ ACCOUNT-MASTER
028300         INVALID KEY
028400             DISPLAY 'AR1560: ACCOUNT ' AR1-RFD-ACCOUNT-ID
028500                 ' NOT ON ACCOUNT MASTER - REFUND HELD BACK'
028600             ADD 1 TO AR1-HELD-COUNT
028700             ADD AR1-RFD-AMOUNT TO AR1-HELD-TOTAL
028800             MOVE 'HELD     ' TO AR1-DTL-ACTION
028900             MOVE 'NOT ON ACCOUNT MASTER - NO PAYEE'
029000                 TO AR1-DTL-PAYEE
029100             PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
029200             IF AR1-RETURN-CODE < 4
029300                 MOVE 4 TO AR1-RETURN-CODE
029400             END-IF
029500             GO TO 2000-READ-NEXT
029600     END-READ
029700
029800     MOVE SPACES TO AR1-APX-RECORD
029900     SET AR1-APX-DETAIL TO TRUE
030000     MOVE AR1-RUN-ID            TO AR1-APX-EXTRACT-ID
030100     MOVE AR1-RUN-DATE          TO AR1-APX-EXTRACT-DATE
030200     MOVE AR1-RFD-ITEM-KEY      TO AR1-APX-REFUND-REF
030300     MOVE AR1-ACM-NAME          TO AR1-APX-PAYEE-NAME
030400     MOVE AR1-ACM-ADDR-LINE-1   TO AR1-APX-ADDR-LINE-1
030500     MOVE AR1-ACM-ADDR-LINE-2   TO AR1-APX-ADDR-LINE-2
030600     MOVE AR1-ACM-CITY          TO AR1-APX-CITY
030700     MOVE AR1-ACM-STATE         TO AR1-APX-STATE
030800     MOVE AR1-ACM-POSTAL-CODE   TO AR1-APX-POSTAL-CODE
030900     MOVE AR1-RFD-AMOUNT        TO AR1-APX-AMOUNT
031000     WRITE AR1-APX-RECORD
031100     IF AR1-APX-FS NOT = '00'
031200         PERFORM 2300-EXTRACT-FAILED THRU 2300-EXIT
031300         GO TO 2000-EXIT
031400     END-IF
031500     ADD 1 TO AR1-DETAIL-COUNT
031600     ADD FUNCTION ABS (AR1-RFD-AMOUNT) TO AR1-HASH-TOTAL
031700
031800     SET AR1-RFD-EXTRACTED TO TRUE
031900     MOVE AR1-RUN-ID   TO AR1-RFD-EXTRACT-ID
032000     MOVE AR1-RUN-DATE TO AR1-RFD-EXTRACT-DATE
032100     MOVE SPACES       TO AR1-RFD-CONFIRM-DATE
032200     REWRITE AR1-RFD-RECORD
032300*    A REFUND ON THE FILE BUT NOT STAMPED WOULD GO OUT AGAIN ON
032400*    THE NEXT EXTRACT - THE RUN STOPS SO THE RERUN REBUILDS IT
032500     IF AR1-RFD-FS NOT = '00'
032600         PERFORM 2300-EXTRACT-FAILED THRU 2300-EXIT
032700         GO TO 2000-EXIT
032800     END-IF
032900
033000     MOVE 'EXTRACTED' TO AR1-DTL-ACTION
033100     MOVE AR1-ACM-NAME TO AR1-DTL-PAYEE
033200     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
033300     .
033400 2000-READ-NEXT.
033500     PERFORM 2100-READ-REFUND THRU 2100-EXIT
033600     .
033700 2000-EXIT.
033800     EXIT.
033900
034000 2100-READ-REFUND.
034100     READ REFUND-FILE
034200         AT END SET AR1-RFD-EOF TO TRUE
034300     END-READ
034400     .
034500 2100-EXIT.
034600     EXIT.
034700
034800 2200-WRITE-REPORT-LINE.
034900     MOVE AR1-RFD-ACCOUNT-ID TO AR1-DTL-ACCOUNT
035000     MOVE AR1-RFD-ITEM-TRANS TO AR1-DTL-TRANS
035100     MOVE AR1-RFD-AMOUNT     TO AR1-DTL-AMOUNT
035200     MOVE AR1-DTL-LINE TO AR1-RPT-LINE
035300     WRITE AR1-RPT-LINE
035400     .
035500 2200-EXIT.
035600     EXIT.
035700
035800 2300-EXTRACT-FAILED.
035900*    THE EXTRACT IS LEFT WITHOUT A TRAILER SO AP CANNOT LOAD
036000*    IT, AND NO END RECORD IS WRITTEN SO THE RUN CAN BE RERUN -
036100*    REFUNDS ALREADY STAMPED WITH THIS EXTRACT ID GO OUT AGAIN
036200*    ON THE REBUILT FILE
036300     DISPLAY 'AR1560: EXTRACT STATUS ' AR1-APX-FS
036400         ' REFUND FILE STATUS ' AR1-RFD-FS
036500         ' - RUN BLOCKED, FIX AND RERUN'
036600     SET AR1-RUN-BLOCKED TO TRUE
036700     SET AR1-RFD-EOF TO TRUE
036800     .
036900 2300-EXIT.
037000     EXIT.
037100
037200 3000-WRITE-TRAILER.
037300     MOVE SPACES TO AR1-APX-RECORD
037400     SET AR1-APX-TRAILER TO TRUE
037500     MOVE AR1-RUN-ID       TO AR1-APX-EXTRACT-ID
037600     MOVE AR1-RUN-DATE     TO AR1-APX-EXTRACT-DATE
037700     MOVE AR1-DETAIL-COUNT TO AR1-APX-REC-COUNT
037800     MOVE AR1-HASH-TOTAL   TO AR1-APX-HASH-TOTAL
037900     WRITE AR1-APX-RECORD
038000     IF AR1-APX-FS NOT = '00'
038100         PERFORM 2300-EXTRACT-FAILED THRU 2300-EXIT
038200         GO TO 3000-EXIT
038300     END-IF
038400     PERFORM 3100-REGISTER-EXTRACT THRU 3100-EXIT
038500     .
038600 3000-EXIT.
038700     EXIT.
038800
038900 3100-REGISTER-EXTRACT.
039000*    THE EXTRACT GOES ON THE CONTROL FILE UNCONFIRMED WITH THE
039100*    SAME FIGURES AS THE TRAILER; AR1570 CONFIRMS IT WHEN THE
039200*    AP ACKNOWLEDGMENT ECHOES THEM.  A REBUILT EXTRACT REWRITES
039300*    ITS RECORD.
039400     INITIALIZE AR1-AXC-RECORD
039500     MOVE AR1-RUN-ID       TO AR1-AXC-EXTRACT-ID
039600     MOVE AR1-RUN-DATE     TO AR1-AXC-EXTRACT-DATE
039700     MOVE AR1-DETAIL-COUNT TO AR1-AXC-REC-COUNT
039800     MOVE AR1-HASH-TOTAL   TO AR1-AXC-HASH-TOTAL
039900     SET AR1-AXC-UNCONFIRMED TO TRUE
040000     MOVE SPACES           TO AR1-AXC-CONFIRM-DATE
040100     WRITE AR1-AXC-RECORD
040200         INVALID KEY
040300             REWRITE AR1-AXC-RECORD
040400     END-WRITE
040500     IF AR1-AXC-FS NOT = '00'
040600         DISPLAY 'AR1560: AP EXTRACT CONTROL FILE ERROR - '
040700             'STATUS ' AR1-AXC-FS ' - EXTRACT NOT REGISTERED, '
040800             'RUN BLOCKED'
040900         SET AR1-RUN-BLOCKED TO TRUE
041000     END-IF
041100     .
041200 3100-EXIT.
041300     EXIT.
041400
041500 9000-TERMINATE.
041600     IF NOT AR1-RUN-BLOCKED
041700         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
041800     END-IF
041900
042000     MOVE 'REFUNDS EXTRACTED FOR AP      ' TO AR1-TOT-LABEL
042100     MOVE AR1-DETAIL-COUNT TO AR1-TOT-COUNT
042200     MOVE AR1-HASH-TOTAL   TO AR1-TOT-AMOUNT
042300     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
042400     WRITE AR1-RPT-LINE
042500     MOVE 'HELD BACK - NO PAYEE          ' TO AR1-TOT-LABEL
042600     MOVE AR1-HELD-COUNT TO AR1-TOT-COUNT
042700     MOVE AR1-HELD-TOTAL TO AR1-TOT-AMOUNT
042800     MOVE AR1-TOT-LINE TO AR1-RPT-LINE
042900     WRITE AR1-RPT-LINE
043000
043100     CLOSE ACCOUNT-MASTER AP-EXTRACT-OUT EXTRACT-RPT
043200           AP-EXTRACT-CONTROL
043300     IF NOT AR1-REFUNDS-MISSING
043400         CLOSE REFUND-FILE
043500     END-IF
043600
043700*    AN EXTRACT THAT FAILED OR WAS NOT REGISTERED IS NOT MARKED
043800*    COMPLETE, OR THE RERUN THAT REBUILDS IT WOULD BE REFUSED
043900     IF NOT AR1-RUN-BLOCKED
044000         INITIALIZE LK-AR1140-PARMS
044100         SET LK-RCN-END TO TRUE
044200         MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
044300         MOVE 'AR1560  ' TO LK-RCN-PROGRAM-ID
044400         MOVE AR1-DETAIL-COUNT TO LK-RCN-RECORD-COUNT
044500         CALL 'AR1140' USING LK-AR1140-PARMS
044600     END-IF
044700     .
044800 9000-EXIT.
044900     EXIT.
