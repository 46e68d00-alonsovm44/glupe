000210*                   ON CUSTOMER-ID PLUS INVOICE NUMBER.       *
000220*                   FIELD NAMES, ORDER AND THE 45-BYTE        *
000230*                   LENGTH ARE UNCHANGED.                     *
000231*  10/15/2026 RWH   ADDED INV-TERMS-CODE, INV-DUE-DATE,       *
000232*                   INV-DISC-DATE AND INV-DISC-PCT, STAMPED   *
000233*                   BY INV-REGISTER FROM THE CUSTOMER'S TERMS *
000234*                   WHEN THE INVOICE IS BOOKED.  THE AGING    *
000235*                   JOBS NOW AGE AN ITEM BY DAYS PAST ITS DUE *
000236*                   DATE, AND CASH-APPLY ALLOWS THE DISCOUNT  *
000237*                   ON A PAYMENT DATED ON OR BEFORE           *
000238*                   INV-DISC-DATE.  AN ITEM WITH NO TERMS IS  *
000239*                   DUE ON ITS INVOICE DATE AND CARRIES NO    *
000240*                   DISCOUNT.  RECORD GROWS FROM 45 TO 69     *
000241*                   BYTES - EVERY PROGRAM FRAMING THIS RECORD *
000242*                   CARRIES THE NEW LENGTH.                   *
000244*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000246*----------------------------------------------------------*
000250 01  INVOICE-RECORD.
000260     05  INV-ITEM-KEY.
000270         10  INV-CUSTOMER-ID PIC X(10).
000300     05  INV-ORIG-AMOUNT     PIC 9(5)V99.
000310     05  INV-OPEN-AMOUNT     PIC 9(5)V99.
000320     05  INV-CURRENCY-CODE   PIC X(03).
000330     05  INV-TERMS-CODE      PIC X(04).
000340     05  INV-DUE-DATE        PIC 9(08).
000350     05  INV-DISC-DATE       PIC 9(08).
000360     05  INV-DISC-PCT        PIC 9(2)V99.
