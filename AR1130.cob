001800*    CYCLE 01, SO THE OVERNIGHT JOB STREAMS RUN UNCHANGED.      *
001900*    THE FULL YYYYMMDD RUN DATE IS HANDED BACK ALONGSIDE THE    *
002000*    RUN-ID FOR EFFECTIVE-DATE CHECKS AND DATE ARITHMETIC.      *
002010*    THE DATE IS THE BUSINESS DATE ON THE BUSINESS-DATE         *
002020*    CONTROL FILE (BUSDTCTL, SEE AR1BDT), NOT THE SYSTEM CLOCK, *
002030*    SO A CATCH-UP RUN AFTER A MISSED NIGHT CARRIES THE DATE    *
002040*    OF THE WORK IT IS DOING; A SUPERVISED BACK-DATED RUN SET   *
002050*    ON THAT FILE TAKES PRECEDENCE WHILE IT IS OPEN.  ONLY IF   *
002060*    THE CONTROL FILE IS MISSING OR UNREADABLE IS THE CLOCK     *
002070*    USED, WITH RETURN CODE 4.                                  *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------- ----  ------------------------------------------*
002500*    2026-09-02 RVH   ORIGINAL RUN-ID DERIVATION SUBROUTINE     *
002510*    2026-10-14 RVH   RUN DATE FROM THE BUSINESS-DATE CONTROL   *
002520*                     FILE INSTEAD OF THE SYSTEM CLOCK          *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS AR1-CYC-FS.
003600
003610     SELECT BUSINESS-DATE-CTL ASSIGN TO BUSDTCTL
003620         ORGANIZATION IS SEQUENTIAL
003630         FILE STATUS IS AR1-BDT-FS.
003640
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CYCLE-PARM-IN
004000     RECORDING MODE IS F.
004100     COPY AR1CYC.
004200
004210 FD  BUSINESS-DATE-CTL
004220     RECORDING MODE IS F.
004230     COPY AR1BDT.
004240
004300 WORKING-STORAGE SECTION.
004400 01  AR1-FILE-STATUSES.
004500     05  AR1-CYC-FS              PIC X(02) VALUE '00'.
004510     05  AR1-BDT-FS              PIC X(02) VALUE '00'.
004600
004700 01  AR1-CURRENT-DATE            PIC X(08).
004800 01  AR1-DATE-SPLIT REDEFINES AR1-CURRENT-DATE.
005900     ACCEPT AR1-CURRENT-DATE FROM DATE YYYYMMDD
006000     MOVE 01 TO AR1-WORK-CYCLE
006100     PERFORM 1000-LOAD-CYCLE-PARM THRU 1000-EXIT
006110     PERFORM 1100-LOAD-BUSINESS-DATE THRU 1100-EXIT
006200
006300     MOVE AR1-CURRENT-DATE   TO LK-RID-RUN-DATE
006400     MOVE AR1-DATE-YYMMDD    TO LK-RID-DAY-PART
008500     .
008600 1000-EXIT.
008700     EXIT.
008800
008900 1100-LOAD-BUSINESS-DATE.
009000     OPEN INPUT BUSINESS-DATE-CTL
009100     IF AR1-BDT-FS NOT = '00'
009200         DISPLAY 'AR1130: BUSINESS-DATE CONTROL FILE NOT '
009300             'AVAILABLE - STATUS ' AR1-BDT-FS
009400             ' - SYSTEM DATE USED'
009500         MOVE 4 TO LK-RID-RETURN-CODE
009600         GO TO 1100-EXIT
009700     END-IF
009800     READ BUSINESS-DATE-CTL
009900         AT END
010000             DISPLAY 'AR1130: BUSINESS-DATE CONTROL FILE '
010100                 'EMPTY - SYSTEM DATE USED'
010200             MOVE 4 TO LK-RID-RETURN-CODE
010300         NOT AT END
010400             PERFORM 1110-TAKE-BUSINESS-DATE THRU 1110-EXIT
010500     END-READ
010600     CLOSE BUSINESS-DATE-CTL
010700     .
010800 1100-EXIT.
010900     EXIT.
011000
011100 1110-TAKE-BUSINESS-DATE.
011200*    A BACK-DATED RUN, WHILE ONE IS OPEN, IS THE DATE OF THE
011300*    WORK NOW RUNNING - OTHERWISE THE CURRENT BUSINESS DATE
011400     IF NOT AR1-BDT-NO-BACKDATE
011500         AND AR1-BDT-BACKDATE-DATE NUMERIC
011600         MOVE AR1-BDT-BACKDATE-DATE TO AR1-CURRENT-DATE
011700         DISPLAY 'AR1130: BACK-DATED RUN FOR '
011800             AR1-BDT-BACKDATE-DATE ' AUTHORIZED BY '
011900             AR1-BDT-BACKDATE-BY
012000         GO TO 1110-EXIT
012100     END-IF
012200     IF AR1-BDT-BUSINESS-DATE NUMERIC
012300         MOVE AR1-BDT-BUSINESS-DATE TO AR1-CURRENT-DATE
012400     ELSE
012500         DISPLAY 'AR1130: BUSINESS DATE NOT NUMERIC - '
012600             'SYSTEM DATE USED'
012700         MOVE 4 TO LK-RID-RETURN-CODE
012800     END-IF
012900     .
013000 1110-EXIT.
013100     EXIT.
