002800*    DATE       INIT  DESCRIPTION                                *
002900*    ---------- ----  ------------------------------------------*
003000*    2026-09-02 RVH   ORIGINAL TRIAL BALANCE / MOVEMENT PROOF   *
003010*    2026-10-14 RVH   AR1430 WRITE-OFFS AND AR1290 BAD-DEBT     *
003020*                     RECOVERIES ADDED AS A FOURTH LEG OF THE   *
003030*                     PROOF FROM THEIR AUDIT RECORDS            *
003040*    2026-10-15 RVH   AR1550 UNAPPLIED-CASH REFUNDS ADDED AS A  *
003050*                     FIFTH LEG OF THE PROOF                    *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
015600     05  AR1-CONTROL-DELTA       PIC S9(11)V99 VALUE ZERO.
015700     05  AR1-ADJUST-DELTA        PIC S9(11)V99 VALUE ZERO.
015800     05  AR1-RELEASE-DELTA       PIC S9(11)V99 VALUE ZERO.
015850     05  AR1-WRITEOFF-DELTA      PIC S9(11)V99 VALUE ZERO.
015860     05  AR1-REFUND-DELTA        PIC S9(11)V99 VALUE ZERO.
015900     05  AR1-EXPECTED-GRAND      PIC S9(11)V99 VALUE ZERO.
016000     05  AR1-RESIDUAL            PIC S9(11)V99 VALUE ZERO.
016100
045500         AND AR1-AUD-SOURCE = 'AR1200'
045600         ADD AR1-AUD-AMOUNT-ADDED TO AR1-RELEASE-DELTA
045700     END-IF
045710*    WRITE-OFFS AND RECOVERIES ALSO MOVE THE BALANCE OUTSIDE
045720*    THE CONTROL TOTAL AND THE ADJUSTMENT LOG
045730     IF AR1-TS-DATE = AR1-RUN-DATE
045740         AND (AR1-AUD-SOURCE = 'AR1430'
045750           OR (AR1-AUD-SOURCE = 'AR1290'
045760               AND AR1-AUD-REASON-CODE = 'RCVY'))
045770         ADD AR1-AUD-AMOUNT-ADDED TO AR1-WRITEOFF-DELTA
045780     END-IF
045782*    SO DO APPROVED REFUNDS OF UNAPPLIED CASH
045784     IF AR1-TS-DATE = AR1-RUN-DATE
045786         AND AR1-AUD-SOURCE = 'AR1550'
045788         ADD AR1-AUD-AMOUNT-ADDED TO AR1-REFUND-DELTA
045790     END-IF
045800     READ AUDIT-FILE
045900         AT END SET AR1-AUD-EOF TO TRUE
046000     END-READ
049700     MOVE AR1-RELEASE-DELTA TO AR1-MOV-AMOUNT
049800     MOVE AR1-MOVE-LINE TO AR1-RPT-LINE
049900     WRITE AR1-RPT-LINE
049910     MOVE 'WRITE-OFFS/RECOVERY ' TO AR1-MOV-LABEL
049920     MOVE AR1-WRITEOFF-DELTA TO AR1-MOV-AMOUNT
049930     MOVE AR1-MOVE-LINE TO AR1-RPT-LINE
049940     WRITE AR1-RPT-LINE
049950     MOVE 'UNAPPLIED REFUNDS   ' TO AR1-MOV-LABEL
049960     MOVE AR1-REFUND-DELTA TO AR1-MOV-AMOUNT
049970     MOVE AR1-MOVE-LINE TO AR1-RPT-LINE
049980     WRITE AR1-RPT-LINE
050000
050100     COMPUTE AR1-EXPECTED-GRAND =
050200         AR1-PRIOR-GRAND + AR1-CONTROL-DELTA
050300         + AR1-ADJUST-DELTA + AR1-RELEASE-DELTA
050350         + AR1-WRITEOFF-DELTA + AR1-REFUND-DELTA
050400     COMPUTE AR1-RESIDUAL =
050500         AR1-TODAY-GRAND - AR1-EXPECTED-GRAND
050600
