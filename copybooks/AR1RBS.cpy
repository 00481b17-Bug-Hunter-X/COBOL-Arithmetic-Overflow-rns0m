000100*****************************************************************
000200*    AR1RBS - RECURRING BILLING SCHEDULE RECORD                 *
000300*    ONE RECORD PER STANDING CHARGE (SERVICE CONTRACT OR        *
000400*    INSTALMENT PLAN) ON THE KEYED SCHEDULE FILE (RECBILL),     *
000500*    KEYED BY SCHEDULE NUMBER.  MAINTAINED THROUGH THE AR1520   *
000600*    SCREEN; BILLED AND ADVANCED BY THE AR1530 GENERATION RUN,  *
000700*    WHICH CHARGES EVERY ACTIVE SCHEDULE WHOSE NEXT BILL DATE   *
000800*    HAS COME AS A TYPE-D AR1TRX ON THE RAW BILLING FEED.       *
000900*                                                                *
001000*    FREQUENCY W = WEEKLY, M = MONTHLY, Q = QUARTERLY, A =      *
001100*    ANNUAL.  BILL-DAY IS THE DAY OF THE MONTH A MONTHLY,       *
001200*    QUARTERLY OR ANNUAL SCHEDULE BILLS ON - A SHORT MONTH      *
001300*    BILLS ON ITS LAST DAY AND THE NEXT MONTH GOES BACK TO      *
001400*    BILL-DAY.  A SCHEDULE ENDS AT WHICHEVER COMES FIRST OF     *
001500*    END-DATE (BLANK = NO END DATE) AND INSTALMENTS-LEFT        *
001600*    REACHING ZERO (ZERO ON AN ACTIVE SCHEDULE = NOT LIMITED    *
001700*    BY COUNT).                                                 *
001800*                                                                *
001900*    STATUS A = ACTIVE, S = SUSPENDED (NOT BILLED, NOT          *
002000*    ADVANCED), E = EXPIRED (SET BY AR1530), X = CANCELLED      *
002100*    (SET BY AR1520).  E AND X ARE FINAL.  DATES ARE YYYYMMDD.  *
002200*****************************************************************
002300 01  AR1-RBS-RECORD.
002400     05  AR1-RBS-SCHED-ID        PIC 9(05).
002500     05  AR1-RBS-ACCOUNT-ID      PIC X(10).
002600     05  AR1-RBS-ACCOUNT-TYPE    PIC X(04).
002700     05  AR1-RBS-DESCRIPTION     PIC X(30).
002800     05  AR1-RBS-AMOUNT          PIC S9(7)V99.
002900     05  AR1-RBS-FREQUENCY       PIC X(01).
003000         88  AR1-RBS-WEEKLY          VALUE 'W'.
003100         88  AR1-RBS-MONTHLY         VALUE 'M'.
003200         88  AR1-RBS-QUARTERLY       VALUE 'Q'.
003300         88  AR1-RBS-ANNUAL          VALUE 'A'.
003400         88  AR1-RBS-FREQ-VALID      VALUES 'W', 'M', 'Q', 'A'.
003500     05  AR1-RBS-BILL-DAY        PIC 9(02).
003600     05  AR1-RBS-NEXT-BILL-DATE  PIC X(08).
003700     05  AR1-RBS-END-DATE        PIC X(08).
003800     05  AR1-RBS-INSTALMENTS-LEFT
003900                                 PIC 9(03).
004000     05  AR1-RBS-STATUS          PIC X(01).
004100         88  AR1-RBS-ACTIVE          VALUE 'A'.
004200         88  AR1-RBS-SUSPENDED       VALUE 'S'.
004300         88  AR1-RBS-EXPIRED         VALUE 'E'.
004400         88  AR1-RBS-CANCELLED       VALUE 'X'.
004500     05  AR1-RBS-LAST-BILLED-DATE
004600                                 PIC X(08).
004700     05  FILLER                  PIC X(11).
