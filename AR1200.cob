003220*                     THE AR1130 SUBROUTINE SO A SECOND-CYCLE    *
003230*                     RELEASE CAN RUN THE SAME DAY; EFFECTIVE-   *
003240*                     DATE CHECKS MOVED TO THE FULL RUN DATE     *
003260*    2026-10-14 RVH   POSTINGS STAMPED WITH THE BUSINESS DATE   *
003280*                     FROM AR1130 INSTEAD OF THE SYSTEM CLOCK   *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
019610     CALL 'AR1130' USING LK-AR1130-PARMS
019620     MOVE LK-RID-RUN-ID   TO AR1-RUN-ID
019630     MOVE LK-RID-RUN-DATE TO AR1-RUN-DATE
019640*    POSTINGS ARE STAMPED WITH THE BUSINESS DATE THEY BELONG TO,
019650*    SO A CATCH-UP RUN DOES NOT DATE THEM BY THE CLOCK AND THE
019660*    AR1250 EXTRACT FOR THAT DATE STILL SELECTS THEM
019670     MOVE LK-RID-RUN-DATE TO AR1-CURRENT-TIMESTAMP
019700     INITIALIZE LK-AR1140-PARMS
019800     SET LK-RCN-START TO TRUE
019900     MOVE AR1-RUN-ID TO LK-RCN-RUN-ID
