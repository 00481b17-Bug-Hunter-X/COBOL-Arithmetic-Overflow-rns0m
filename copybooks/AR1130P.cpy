001200*    OVERNIGHT BATCH.  THE RUN-ID IS AN IDENTITY TOKEN ONLY -   *
001300*    ANY DATE ARITHMETIC OR EFFECTIVE-DATE COMPARISON MUST      *
001400*    USE THE FULL YYYYMMDD RUN DATE HANDED BACK ALONGSIDE IT.   *
001410*    THE RUN DATE IS THE BUSINESS DATE FROM THE BUSINESS-DATE   *
001420*    CONTROL FILE (SEE AR1BDT), NOT THE SYSTEM CLOCK.  RETURN   *
001430*    CODE 4 MEANS THAT FILE COULD NOT BE READ AND THE SYSTEM    *
001440*    DATE WAS USED INSTEAD.                                     *
001500*****************************************************************
001600 01  LK-AR1130-PARMS.
001700     05  LK-RID-RUN-ID.
