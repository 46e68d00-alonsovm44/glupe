000100*----------------------------------------------------------*
000110* RECURREC - RECURRING BILLING SCHEDULE RECORD LAYOUT       *
000120*----------------------------------------------------------*
000130*  DATE       INIT  DESCRIPTION                              *
000140*  ---------  ----  -----------------------------------------*
000150*  10/15/2026 RWH   INITIAL VERSION.  ONE RECORD PER          *
000160*                   RECURRING CHARGE - A SERVICE CONTRACT,    *
000170*                   RENTAL OR RETAINER BILLED THE SAME AMOUNT *
000180*                   EVERY PERIOD - KEYED ON CUSTOMER-ID PLUS  *
000190*                   A SCHEDULE NUMBER SO ONE CUSTOMER CAN     *
000200*                   CARRY SEVERAL.  MAINTAINED BY RECUR-MAINT *
000210*                   AND BILLED BY RECUR-GEN, WHICH ADVANCES   *
000220*                   RCR-NEXT-BILL-DATE BY THE FREQUENCY AFTER *
000230*                   EVERY CYCLE IT BILLS.  RCR-END-DATE OF    *
000240*                   ZERO MEANS THE SCHEDULE HAS NO END.       *
000250*                   RCR-BILL-COUNT NUMBERS THE CYCLES BILLED  *
000260*                   AND FORMS PART OF THE INVOICE NUMBER, AND *
000270*                   RCR-LAST-RUN-DATE IS THE RUN DATE OF THE  *
000280*                   LAST GENERATION THAT BILLED THE SCHEDULE. *
000290*----------------------------------------------------------*
000300 01  RECUR-RECORD.
000310     05  RCR-SCHEDULE-KEY.
000320         10  RCR-CUSTOMER-ID PIC X(10).
000330         10  RCR-SCHEDULE-NO PIC X(03).
000340     05  RCR-DESCRIPTION     PIC X(20).
000350     05  RCR-AMOUNT          PIC 9(5)V99.
000360     05  RCR-CURRENCY-CODE   PIC X(03).
000370     05  RCR-FREQUENCY       PIC X(01).
000380         88  RCR-WEEKLY                 VALUE "W".
000390         88  RCR-MONTHLY                VALUE "M".
000400         88  RCR-QUARTERLY              VALUE "Q".
000410         88  RCR-ANNUAL                 VALUE "A".
000420         88  RCR-FREQUENCY-VALID        VALUE "W" "M" "Q" "A".
000430     05  RCR-START-DATE      PIC 9(08).
000440     05  RCR-END-DATE        PIC 9(08).
000450     05  RCR-NEXT-BILL-DATE  PIC 9(08).
000460     05  RCR-LAST-BILL-DATE  PIC 9(08).
000470     05  RCR-LAST-RUN-DATE   PIC 9(08).
000480     05  RCR-BILL-COUNT      PIC 9(05).
000490     05  FILLER              PIC X(11).
