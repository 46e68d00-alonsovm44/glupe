000100*----------------------------------------------------------*
000110* RUNCREC - NIGHTLY JOB-STREAM RUN-CONTROL RECORD LAYOUT    *
000120*----------------------------------------------------------*
000130*  DATE       INIT  DESCRIPTION                              *
000140*  ---------  ----  -----------------------------------------*
000150*  10/15/2026 RWH   INITIAL VERSION.  ONE RECORD PER BUSINESS *
000160*                   DATE AND JOB STEP ON THE INDEXED          *
000170*                   RUN-CONTROL FILE (RUNCTL.DAT), WRITTEN BY *
000180*                   EACH STEP AS IT STARTS AND REWRITTEN AS   *
000190*                   IT ENDS: STATUS, RETURN CODE, START AND   *
000200*                   END TIMES, ATTEMPTS, AND THE INPUT        *
000210*                   CONTROL TOTALS.  AN UPDATE STEP ALSO      *
000220*                   CARRIES THE NUMBER OF INPUT TRANSACTIONS  *
000230*                   COMMITTED SO FAR, SO AN ATTEMPT THAT      *
000240*                   ABENDS CAN BE RESUMED AFTER THE LAST ONE. *
000250*                   THE RECORD KEYED ON BUSINESS DATE ZERO    *
000260*                   AND STEP "BUSINESS DATE" REDEFINES THE    *
000270*                   STEP DATA TO HOLD THE BUSINESS DATE THE   *
000280*                   NIGHT IS RUNNING UNDER, OPENED BY THE     *
000290*                   FIRST STEP.                               *
000300*----------------------------------------------------------*
000310 01  RUN-CONTROL-RECORD.
000320     05  RUN-KEY.
000330         10  RUN-BUSINESS-DATE   PIC 9(08).
000340         10  RUN-STEP-NAME       PIC X(16).
000350     05  RUN-STEP-DATA.
000360         10  RUN-STATUS          PIC X(01).
000370             88  RUN-STARTED                VALUE "S".
000380             88  RUN-COMPLETE               VALUE "C".
000390             88  RUN-FAILED                 VALUE "F".
000400             88  RUN-REFUSED                VALUE "R".
000410         10  RUN-RETURN-CODE     PIC 9(04).
000420         10  RUN-ATTEMPT-COUNT   PIC 9(03).
000430         10  RUN-START-DATE      PIC 9(08).
000440         10  RUN-START-TIME      PIC 9(08).
000450         10  RUN-END-DATE        PIC 9(08).
000460         10  RUN-END-TIME        PIC 9(08).
000470         10  RUN-INPUT-COUNT     PIC 9(09).
000480         10  RUN-INPUT-TOTAL     PIC 9(11)V99.
000490         10  RUN-COMMIT-COUNT    PIC 9(09).
000500         10  RUN-RESUME-COUNT    PIC 9(09).
000510         10  RUN-REFUSAL-COUNT   PIC 9(03).
000520         10  RUN-MESSAGE         PIC X(40).
000530         10  FILLER              PIC X(03).
000540     05  RUN-DATE-CONTROL REDEFINES RUN-STEP-DATA.
000550         10  RUN-OPEN-BUSINESS-DATE  PIC 9(08).
000560         10  RUN-PRIOR-BUSINESS-DATE PIC 9(08).
000570         10  RUN-OPENED-DATE     PIC 9(08).
000580         10  RUN-OPENED-TIME     PIC 9(08).
000590         10  FILLER              PIC X(94).
