002780*    2026-09-02 RVH   THE EXTENDED CONTROL-TOTAL FILE           *
002790*                     (CTLTOTL) NOW TRIMMED TOO, AGED BY THE    *
002795*                     DATE CARRIED IN ITS RUN-ID                *
002796*    2026-10-14 RVH   RETENTION AGED FROM THE BUSINESS DATE     *
002797*                     (AR1130) INSTEAD OF THE SYSTEM CLOCK      *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
019720     05  AR1-TOTAL-PROCESSED     PIC 9(09) COMP VALUE ZERO.
019730
019740     COPY AR1140P.
019760     COPY AR1130P.
019800
019900 01  AR1-RETENTION-TABLE.
020000     05  AR1-RTN-ENTRY OCCURS 10 TIMES
024900
025000 1000-INITIALIZE.
025100     ACCEPT AR1-CURRENT-TIMESTAMP FROM DATE YYYYMMDD
025105*    RETENTION IS AGED FROM THE BUSINESS DATE SO A CATCH-UP RUN
025110*    DOES NOT PURGE A DAY EARLY; THE RUN-ID STAYS THE PLAIN DATE
025115     INITIALIZE LK-AR1130-PARMS
025120     CALL 'AR1130' USING LK-AR1130-PARMS
025125     MOVE LK-RID-RUN-DATE TO AR1-CURRENT-TIMESTAMP
025150     MOVE AR1-CURRENT-TIMESTAMP TO AR1-TS-SPLIT
025200     MOVE AR1-TS-DATE TO AR1-RUN-DATE-NUM
025210     MOVE AR1-TS-DATE TO AR1-OWN-RUN-ID
