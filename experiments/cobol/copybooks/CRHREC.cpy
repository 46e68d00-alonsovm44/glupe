000100*----------------------------------------------------------*
000110* CRHREC - CREDIT REVIEW HISTORY RECORD                     *
000120*----------------------------------------------------------*
000130*  DATE       INIT  DESCRIPTION                              *
000140*  ---------  ----  -----------------------------------------*
000150*  10/15/2026 RWH   INITIAL VERSION.  ONE RECORD PER CUSTOMER *
000160*                   REVIEWED BY EACH CREDIT-REVIEW RUN,       *
000170*                   CARRYING HOW THE CUSTOMER PAID OVER THE   *
000180*                   REVIEW WINDOW AND WHAT WAS RECOMMENDED,   *
000190*                   SO THE NEXT REVIEW CAN SHOW THE TREND.    *
000200*                   APPENDED TO CREDHIST.DAT ONCE PER REVIEW  *
000210*                   DATE.  DAYS ARE CARRIED TO ONE DECIMAL.   *
000220*----------------------------------------------------------*
000230 01  CREDIT-HISTORY-RECORD.
000240     05  CRH-REVIEW-DATE     PIC 9(08).
000250     05  CRH-CUSTOMER-ID     PIC X(10).
000260     05  CRH-PAID-COUNT      PIC 9(05).
000270     05  CRH-AVG-DAYS        PIC 9(4)V9.
000280     05  CRH-WTD-DAYS        PIC 9(4)V9.
000290     05  CRH-LATE-PCT        PIC 9(3)V9.
000300     05  CRH-CREDIT-LIMIT    PIC 9(5)V99.
000310     05  CRH-BALANCE         PIC 9(5)V99.
000320     05  CRH-RECOMMEND-CODE  PIC X(01).
000330     05  CRH-NEW-LIMIT       PIC 9(5)V99.
000340     05  FILLER              PIC X(01).
