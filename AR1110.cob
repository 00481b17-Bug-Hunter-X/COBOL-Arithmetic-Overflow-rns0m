003120*                     FEED; AN OVERFLOW NOW SETS RC 8 AND IS    *
003130*                     FLAGGED ON THE EDIT REPORT, NOT JUST      *
003140*                     THE CONSOLE                                *
003150*    2026-10-14 RVH   ACCOUNT NOW CHECKED AGAINST THE CUSTOMER  *
003160*                     ACCOUNT MASTER - UNKNOWN, SUSPENDED AND   *
003170*                     CLOSED ACCOUNTS REJECTED AS UNKN, SUSP    *
003180*                     AND CLSD                                  *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005740         ACCESS MODE IS RANDOM
005750         RECORD KEY IS AR1-TRG-TRANS-ID
005760         FILE STATUS IS AR1-TRG-FS.
005770
005772     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
005774         ORGANIZATION IS INDEXED
005776         ACCESS MODE IS RANDOM
005778         RECORD KEY IS AR1-ACM-ACCOUNT-ID
005780         FILE STATUS IS AR1-ACM-FS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
007920 FD  TRANS-REGISTRY
007930     RECORDING MODE IS F.
007940     COPY AR1TRG.
007950
007960 FD  ACCOUNT-MASTER
007970     RECORDING MODE IS F.
007980     COPY AR1ACM.
008000
008100 WORKING-STORAGE SECTION.
008200 01  AR1-FILE-STATUSES.
008600     05  AR1-REJ-FS              PIC X(02) VALUE '00'.
008700     05  AR1-RPT-FS              PIC X(02) VALUE '00'.
008710     05  AR1-TRG-FS              PIC X(02) VALUE '00'.
008720     05  AR1-ACM-FS              PIC X(02) VALUE '00'.
008800
008900 01  AR1-SWITCHES.
009000     05  AR1-RAW-EOF-SWITCH      PIC X(01) VALUE 'N'.
010120         88  AR1-REGISTRY-AVAILABLE  VALUE 'Y'.
010130     05  AR1-PRIOR-DUP-SWITCH    PIC X(01) VALUE 'N'.
010140         88  AR1-PRIOR-DUP-FOUND     VALUE 'Y'.
010150     05  AR1-ACM-AVAIL-SWITCH    PIC X(01) VALUE 'N'.
010160         88  AR1-ACCT-MASTER-AVAILABLE VALUE 'Y'.
010200
010300 01  AR1-COUNTERS.
010400     05  AR1-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
015180             'PRIOR-RUN DUPLICATE CHECK UNAVAILABLE - REGISTRY'.
015190         10  FILLER              PIC X(20) VALUE
015195             ' NOT ON FILE'.
015196     05  AR1-NOACM-LINE.
015197         10  FILLER              PIC X(50) VALUE
015198             'ACCOUNT STATUS CHECK UNAVAILABLE - ACCOUNT MASTER'.
015199         10  FILLER              PIC X(20) VALUE
015200             ' NOT ON FILE'.
015250
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018798         MOVE 8 TO AR1-RETURN-CODE
018799     END-IF
018800
018810     OPEN INPUT ACCOUNT-MASTER
018820     IF AR1-ACM-FS = '00'
018830         SET AR1-ACCT-MASTER-AVAILABLE TO TRUE
018840     ELSE
018850         DISPLAY 'AR1110: CUSTOMER ACCOUNT MASTER NOT '
018860             'AVAILABLE - STATUS ' AR1-ACM-FS
018870         MOVE AR1-NOACM-LINE TO AR1-RPT-LINE
018880         WRITE AR1-RPT-LINE
018890         MOVE 8 TO AR1-RETURN-CODE
018895     END-IF
018897
018900     PERFORM 1100-LOAD-TYPE-TABLE THRU 1100-EXIT
019000
019100     IF NOT AR1-RAW-EOF
031050         SET AR1-RECORD-REJECTED TO TRUE
031060         GO TO 2200-EXIT
031070     END-IF
031080
031082     PERFORM 2240-CHECK-ACCOUNT-STATUS THRU 2240-EXIT
031084     IF AR1-WORK-REASON-CODE NOT = SPACES
031086         SET AR1-RECORD-REJECTED TO TRUE
031088         GO TO 2200-EXIT
031090     END-IF
031100
031200     PERFORM 2210-CHECK-ACCOUNT-TYPE THRU 2210-EXIT
031300     IF NOT AR1-TYPE-FOUND
036852     .
036854 2230-EXIT.
036856     EXIT.
036860
036862 2240-CHECK-ACCOUNT-STATUS.
036864*    ONLY AN ACTIVE ACCOUNT ON THE CUSTOMER ACCOUNT MASTER MAY
036866*    TAKE A TRANSACTION - A MISTYPED ACCOUNT NUMBER NO LONGER
036868*    REACHES AR1100, WHICH USED TO OPEN A BALANCE FOR IT
036870     IF NOT AR1-ACCT-MASTER-AVAILABLE
036872         GO TO 2240-EXIT
036874     END-IF
036876     MOVE AR1-ACCOUNT-ID TO AR1-ACM-ACCOUNT-ID
036878     READ ACCOUNT-MASTER
036880         INVALID KEY
036882             MOVE 'UNKN' TO AR1-WORK-REASON-CODE
036884             GO TO 2240-EXIT
036886     END-READ
036888     IF AR1-ACM-SUSPENDED
036890         MOVE 'SUSP' TO AR1-WORK-REASON-CODE
036892     END-IF
036894     IF AR1-ACM-CLOSED
036896         MOVE 'CLSD' TO AR1-WORK-REASON-CODE
036897     END-IF
036898     .
036899 2240-EXIT.
036900     EXIT.
036950
037000 2300-ACCEPT-TRANS.
037100     ADD 1 TO AR1-ACCEPT-COUNT
037200     ADD AR1-TRANS-AMOUNT TO AR1-ACCEPT-HASH
041810     IF AR1-REGISTRY-AVAILABLE
041820         CLOSE TRANS-REGISTRY
041830     END-IF
041840     IF AR1-ACCT-MASTER-AVAILABLE
041850         CLOSE ACCOUNT-MASTER
041860     END-IF
041900
042000     INITIALIZE LK-AR1140-PARMS
042100     SET LK-RCN-END TO TRUE
