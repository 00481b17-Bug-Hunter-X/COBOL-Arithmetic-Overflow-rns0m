000100*****************************************************************
000200*    AR1LBX - BANK LOCKBOX REMITTANCE RECORD                    *
000300*    THE DAILY LOCKBOX FILE (LOCKBOX) SENT BY THE BANK AND READ *
000400*    BY AR1390.  EACH BATCH IS A HEADER (H), ONE CHECK DETAIL   *
000500*    (D) PER CHECK DEPOSITED, AND A TRAILER (T) CARRYING THE    *
000600*    CHECK COUNT AND DEPOSIT TOTAL THE BANK CREDITED.  EVERY    *
000700*    RECORD CARRIES ITS BATCH ID.  CHECK AMOUNTS AND THE        *
000800*    DEPOSIT TOTAL ARE UNSIGNED; DATES ARE YYYYMMDD.            *
000900*    UP TO FOUR INVOICE REFERENCES ARE QUOTED PER CHECK.        *
001000*****************************************************************
001100 01  AR1-LBX-RECORD.
001200     05  AR1-LBX-RECORD-TYPE     PIC X(01).
001300         88  AR1-LBX-HEADER          VALUE 'H'.
001400         88  AR1-LBX-DETAIL          VALUE 'D'.
001500         88  AR1-LBX-TRAILER         VALUE 'T'.
001600     05  AR1-LBX-BATCH-ID        PIC X(06).
001700     05  AR1-LBX-HEADER-DATA.
001800         10  AR1-LBX-LOCKBOX-ID  PIC X(08).
001900         10  AR1-LBX-DEPOSIT-DATE
002000                                 PIC X(08).
002100         10  FILLER              PIC X(57).
002200     05  AR1-LBX-DETAIL-DATA REDEFINES AR1-LBX-HEADER-DATA.
002300         10  AR1-LBX-CHECK-NUMBER
002400                                 PIC X(10).
002500         10  AR1-LBX-REMIT-ACCOUNT
002600                                 PIC X(10).
002700         10  AR1-LBX-CHECK-AMOUNT
002800                                 PIC 9(07)V99.
002900         10  AR1-LBX-INVOICE-REFS.
002950             15  AR1-LBX-INVOICE-REF
002960                                 PIC X(10) OCCURS 4 TIMES.
003000         10  FILLER              PIC X(04).
003100     05  AR1-LBX-TRAILER-DATA REDEFINES AR1-LBX-HEADER-DATA.
003200         10  AR1-LBX-CHECK-COUNT PIC 9(05).
003300         10  AR1-LBX-DEPOSIT-TOTAL
003400                                 PIC 9(09)V99.
003500         10  FILLER              PIC X(57).
