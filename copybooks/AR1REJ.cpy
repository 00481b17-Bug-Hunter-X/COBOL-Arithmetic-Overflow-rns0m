001250*                   TCDE - TRANSACTION TYPE CODE INVALID        *
001260*                   PDUP - TRANSACTION ID ACCEPTED ON A PRIOR   *
001270*                          RUN (RESUBMITTED FEED)               *
001280*                   UNKN - ACCOUNT NOT ON CUSTOMER ACCOUNT      *
001282*                          MASTER                               *
001284*                   SUSP - ACCOUNT SUSPENDED                    *
001286*                   CLSD - ACCOUNT CLOSED                       *
001288*                   NBAL - NO BALANCE RECORD FOR THE ACCOUNT    *
001290*                          (WRITTEN BY AR1100 AT POSTING)       *
001300*****************************************************************
001400 01  AR1-REJ-RECORD.
001500     05  AR1-REJ-REASON-CODE     PIC X(04).
