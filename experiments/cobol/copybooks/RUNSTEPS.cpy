000100*----------------------------------------------------------*
000110* RUNSTEPS - NIGHTLY JOB-STREAM STEP ORDER                  *
000120*----------------------------------------------------------*
000130*  DATE       INIT  DESCRIPTION                              *
000140*  ---------  ----  -----------------------------------------*
000150*  10/15/2026 RWH   INITIAL VERSION.  THE STEPS OF THE NIGHT  *
000160*                   IN THE ORDER THEY RUN, EACH MARKED "R"    *
000170*                   (REQUIRED EVERY NIGHT) OR "O" (RUN ONLY   *
000180*                   ON ITS OWN DAYS).  A STEP STARTS ONLY     *
000190*                   WHEN EVERY REQUIRED STEP AHEAD OF IT HAS  *
000200*                   COMPLETED CLEANLY FOR THE BUSINESS DATE,  *
000210*                   NO OPTIONAL STEP AHEAD OF IT IS LEFT      *
000220*                   STARTED OR FAILED, AND NO STEP AFTER IT   *
000230*                   HAS RUN.  EVERY PROGRAM IN THE STREAM AND *
000240*                   THE MORNING STATUS REPORT COPY THIS ONE   *
000250*                   TABLE, SO THE ORDER IS CHANGED HERE ONLY. *
000251*  10/15/2026 RWH   LOCKBOX-INTAKE ADDED AS AN OPTIONAL STEP  *
000252*                   BETWEEN DEPOSIT-EDIT AND CASH-APPLY.      *
000253*  10/15/2026 RWH   NSF-REVERSAL ADDED AS AN OPTIONAL STEP    *
000254*                   AFTER CASH-APPLY, SO A RETURNED CHECK IS  *
000255*                   TAKEN BACK UNDER THE NIGHT'S BUSINESS     *
000256*                   DATE AND AHEAD OF GL-POST.                *
000260*----------------------------------------------------------*
000270 01  RUN-STEP-VALUES.
000280     05  FILLER              PIC X(17) VALUE "DEPOSIT-EDIT    R".
000285     05  FILLER              PIC X(17) VALUE "LOCKBOX-INTAKE  O".
000290     05  FILLER              PIC X(17) VALUE "CASH-APPLY      R".
000295     05  FILLER              PIC X(17) VALUE "NSF-REVERSAL    O".
000300     05  FILLER              PIC X(17) VALUE "RECUR-GEN       O".
000310     05  FILLER              PIC X(17) VALUE "INV-REGISTER    R".
000320     05  FILLER              PIC X(17) VALUE "LEGACY-SPAGHETTIR".
000330     05  FILLER              PIC X(17) VALUE "GL-POST         O".
000340     05  FILLER              PIC X(17) VALUE "FIN-CHARGE      O".
000350     05  FILLER              PIC X(17) VALUE "WRITE-OFF       O".
000360     05  FILLER              PIC X(17) VALUE "DUN-LETTERS     R".
000370     05  FILLER              PIC X(17) VALUE "PERIOD-END      O".
000380 01  RUN-STEP-TABLE REDEFINES RUN-STEP-VALUES.
000390     05  RUN-STEP-ENTRY OCCURS 12 TIMES
000400                        INDEXED BY RUN-STEP-IDX.
000410         10  RUN-STEP-TBL-NAME   PIC X(16).
000420         10  RUN-STEP-TBL-TYPE   PIC X(01).
000430             88  RUN-STEP-REQUIRED          VALUE "R".
000440 77  RUN-STEP-COUNT          PIC 9(4) COMP VALUE 12.
