000100*****************************************************************
000200*    AR1ACM - CUSTOMER ACCOUNT MASTER RECORD                    *
000300*    ONE RECORD PER CUSTOMER ACCOUNT ON THE KEYED ACCOUNT       *
000400*    MASTER (ACCTMSTR), KEYED BY ACCOUNT ID.  AN ACCOUNT EXISTS *
000500*    ONLY ONCE IT IS ADDED HERE THROUGH THE AR1370 MAINTENANCE  *
000600*    SCREEN (OR LOADED FROM THE BALANCE MASTER BY THE AR1380    *
000700*    ONE-TIME JOB), WHICH ALSO OPENS ITS ZERO BALANCE-MASTER    *
000800*    RECORD.  THE AR1110 EDIT REJECTS A TRANSACTION FOR AN      *
000900*    ACCOUNT THAT IS NOT HERE (UNKN), IS SUSPENDED (SUSP) OR    *
001000*    IS CLOSED (CLSD), SO A MISTYPED ACCOUNT NUMBER ON THE      *
001100*    FEED CAN NO LONGER OPEN A NEW RECEIVABLE BY ITSELF.        *
001200*                                                                *
001300*    STATUS A = ACTIVE, S = SUSPENDED (REINSTATABLE), C =       *
001400*    CLOSED (FINAL - CLOSE DATE STAMPED, NEVER REOPENED).       *
001500*    DATES ARE YYYYMMDD; CLOSE DATE IS BLANK UNTIL CLOSED.      *
001510*                                                                *
001520*    WOFF-AMOUNT IS THE TOTAL EVER WRITTEN OFF AS BAD DEBT      *
001530*    THROUGH AR1430 (WOFF-DATE THE LATEST); RECOVERED-AMT IS    *
001540*    HOW MUCH OF IT AR1290 HAS SINCE TAKEN BACK AS RECOVERIES.  *
001550*    A PAYMENT ON AN ACCOUNT WITH WRITE-OFF STILL UNRECOVERED   *
001560*    IS A RECOVERY, NOT UNAPPLIED CASH.                         *
001600*****************************************************************
001700 01  AR1-ACM-RECORD.
001800     05  AR1-ACM-ACCOUNT-ID      PIC X(10).
001900     05  AR1-ACM-NAME            PIC X(30).
002000     05  AR1-ACM-BILLING-ADDRESS.
002100         10  AR1-ACM-ADDR-LINE-1 PIC X(30).
002200         10  AR1-ACM-ADDR-LINE-2 PIC X(30).
002300         10  AR1-ACM-CITY        PIC X(20).
002400         10  AR1-ACM-STATE       PIC X(02).
002500         10  AR1-ACM-POSTAL-CODE PIC X(10).
002600     05  AR1-ACM-ACCOUNT-TYPE    PIC X(04).
002700     05  AR1-ACM-OPEN-DATE       PIC X(08).
002800     05  AR1-ACM-STATUS          PIC X(01).
002900         88  AR1-ACM-ACTIVE          VALUE 'A'.
003000         88  AR1-ACM-SUSPENDED       VALUE 'S'.
003100         88  AR1-ACM-CLOSED          VALUE 'C'.
003200     05  AR1-ACM-CLOSE-DATE      PIC X(08).
003210     05  AR1-ACM-WOFF-AMOUNT     PIC S9(7)V99.
003220     05  AR1-ACM-RECOVERED-AMT   PIC S9(7)V99.
003230     05  AR1-ACM-WOFF-DATE       PIC X(08).
003300     05  FILLER                  PIC X(01).
