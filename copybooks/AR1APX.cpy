000100*****************************************************************
000200*    AR1APX - ACCOUNTS PAYABLE REFUND PAYEE INTERFACE RECORD    *
000300*    WRITTEN BY THE AR1560 REFUND EXTRACT FOR THE ACCOUNTS      *
000400*    PAYABLE CHECK RUN.  THE FILE OPENS WITH ONE HEADER RECORD  *
000500*    NAMING THE EXTRACT, CARRIES ONE DETAIL RECORD PER APPROVED *
000600*    REFUND (PAYEE NAME AND ADDRESS FROM THE ACCOUNT MASTER),   *
000700*    AND ENDS WITH ONE TRAILER RECORD CARRYING THE DETAIL COUNT *
000800*    AND HASH TOTAL OF AMOUNTS, AS ON THE AR1GLI GL INTERFACE,  *
000900*    SO THE AP PICKUP CAN PROVE IT READ THE WHOLE FILE.  THE    *
001000*    REFUND REFERENCE IS THE UNAPPLIED-CASH ITEM KEY.           *
001100*****************************************************************
001200 01  AR1-APX-RECORD.
001300     05  AR1-APX-RECORD-TYPE     PIC X(01).
001400         88  AR1-APX-HEADER          VALUE 'H'.
001500         88  AR1-APX-DETAIL          VALUE 'D'.
001600         88  AR1-APX-TRAILER         VALUE 'T'.
001700     05  AR1-APX-EXTRACT-ID      PIC X(08).
001800     05  AR1-APX-EXTRACT-DATE    PIC X(08).
001900     05  AR1-APX-DETAIL-DATA.
002000         10  AR1-APX-REFUND-REF.
002100             15  AR1-APX-ACCOUNT-ID
002200                                 PIC X(10).
002300             15  AR1-APX-ITEM-DATE
002400                                 PIC X(08).
002500             15  AR1-APX-ITEM-TRANS
002600                                 PIC X(10).
002700         10  AR1-APX-PAYEE-NAME  PIC X(30).
002800         10  AR1-APX-ADDR-LINE-1 PIC X(30).
002900         10  AR1-APX-ADDR-LINE-2 PIC X(30).
003000         10  AR1-APX-CITY        PIC X(20).
003100         10  AR1-APX-STATE       PIC X(02).
003200         10  AR1-APX-POSTAL-CODE PIC X(10).
003300         10  AR1-APX-AMOUNT      PIC S9(09)V99.
003400     05  AR1-APX-HEADER-DATA REDEFINES AR1-APX-DETAIL-DATA.
003500         10  AR1-APX-SOURCE      PIC X(08).
003600         10  FILLER              PIC X(153).
003700     05  AR1-APX-TRAILER-DATA REDEFINES AR1-APX-DETAIL-DATA.
003800         10  AR1-APX-REC-COUNT   PIC 9(09).
003900         10  AR1-APX-HASH-TOTAL  PIC S9(11)V99.
004000         10  FILLER              PIC X(139).
004100     05  FILLER                  PIC X(10).
