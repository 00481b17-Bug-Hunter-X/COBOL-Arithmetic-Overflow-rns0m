002100     05  AR1-RCL-NEW-RATE        PIC S9(3)V9(4).
002200     05  AR1-RCL-NEW-MIN-BAL     PIC S9(7)V99.
002300     05  AR1-RCL-NEW-EFF-DATE    PIC X(08).
002400     05  AR1-RCL-OLD-GRACE-DAYS  PIC 9(03).
002500     05  AR1-RCL-NEW-GRACE-DAYS  PIC 9(03).
002600     05  FILLER                  PIC X(04).
