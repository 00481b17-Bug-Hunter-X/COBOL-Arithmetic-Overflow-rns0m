001200*    DATE (YYYYMMDD); WHERE A TYPE HAS SEVERAL ENTRIES THE      *
001300*    ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE RUN       *
001400*    DATE WINS.  BLANK MEANS ALWAYS IN EFFECT.                  *
001410*    GRACE-DAYS IS THE NUMBER OF BUSINESS DAYS (WEEKENDS AND    *
001420*    HOLIDAYS ON THE AR1450 CALENDAR NOT COUNTED) THE OLDEST    *
001430*    OPEN CHARGE MUST HAVE STOOD BEFORE THE ACCOUNT IS OVERDUE  *
001440*    AND TAKES A FINANCE CHARGE.  ZERO MEANS NO GRACE - THE     *
001450*    WHOLE BALANCE IS CHARGED AS BEFORE.                        *
001500*****************************************************************
001600 01  AR1-FCR-RECORD.
001700     05  AR1-FCR-ACCOUNT-TYPE    PIC X(04).
001800     05  AR1-FCR-MONTHLY-RATE    PIC S9(3)V9(4).
001900     05  AR1-FCR-MIN-BALANCE     PIC S9(7)V99.
002000     05  AR1-FCR-EFFECTIVE-DATE  PIC X(08).
002100     05  AR1-FCR-GRACE-DAYS      PIC 9(03).
002200     05  FILLER                  PIC X(07).
