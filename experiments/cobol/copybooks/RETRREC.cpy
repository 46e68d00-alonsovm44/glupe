000100*----------------------------------------------------------*
000110* RETRREC - RETURNED-ITEM REVERSAL REGISTER (RETREG.DAT)    *
000120*----------------------------------------------------------*
000130*  DATE       INIT  DESCRIPTION                              *
000140*  ---------  ----  -----------------------------------------*
000150*  10/15/2026 RWH   EXTRACTED FROM NSF-REVERSAL SO THE        *
000160*                   COLLECTIONS JOBS CAN TELL WHICH APPLIED   *
000170*                   CASH A RETURNED CHECK TOOK BACK.  NOW ONE *
000180*                   RECORD PER APPLIED.DAT ENTRY A REVERSAL   *
000190*                   USED, KEYED BY THAT ENTRY'S APPLY DATE,   *
000200*                   PAYMENT SEQUENCE, CUSTOMER AND INVOICE,   *
000210*                   SO NO ENTRY IS EVER REVERSED TWICE, WITH  *
000220*                   THE RETURNED ITEM IT CAME FROM AND THE    *
000230*                   RETURNED-CHECK FEE INVOICE IT WAS         *
000240*                   CHARGED UNDER.  RECORD GROWS FROM 45 TO   *
000250*                   87 BYTES.                                 *
000260*----------------------------------------------------------*
000270 01  RETURN-REGISTER-RECORD.
000280     05  RR-REVERSE-DATE     PIC 9(08).
000290     05  RR-CUSTOMER-ID      PIC X(10).
000300     05  RR-PAY-DATE         PIC 9(08).
000310     05  RR-INVOICE-NO       PIC X(10).
000320     05  RR-AMOUNT           PIC 9(7)V99.
000330     05  RR-APPLY-DATE       PIC 9(08).
000340     05  RR-PAY-SEQ          PIC 9(05).
000350     05  RR-APL-INVOICE-NO   PIC X(10).
000360     05  RR-REVERSED-AMOUNT  PIC 9(7)V99.
000370     05  RR-FEE-INVOICE-NO.
000380         10  RR-FEE-PREFIX   PIC X(02).
000390         10  RR-FEE-SEQ      PIC 9(08).
