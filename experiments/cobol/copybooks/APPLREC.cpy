000230*                   INVJRNL.DAT PROVES BILLINGS.  WRITTEN     *
000240*                   BY CASH-APPLY (APPLIED.DAT, OPENED        *
000250*                   EXTEND).                                  *
000252*  10/15/2026 RWH   NOW ONE RECORD PER OPEN ITEM A PAYMENT    *
000254*                   RELIEVED, UNDER THAT ITEM'S INVOICE       *
000256*                   NUMBER, SO A RETURNED CHECK CAN BE        *
000258*                   TRACED BACK TO THE ITEMS IT PAID.  LAYOUT *
000259*                   AND LENGTH ARE UNCHANGED.                 *
000261*  10/15/2026 RWH   EACH RECORD NOW CARRIES THE PAYMENT'S     *
000262*                   SEQUENCE ON THE CASH RUN'S PAYMENTS.DAT   *
000263*                   AND ITS FULL REMITTED AMOUNT, SO THE      *
000264*                   APPLY DATE AND SEQUENCE NAME ONE CHECK,   *
000265*                   THE RELIEVED ITEM'S INVOICE DATE, DUE     *
000266*                   DATE AND TERMS, SO A RETURNED CHECK CAN   *
000267*                   PUT THE ITEM BACK AS IT WAS, AND A FLAG   *
000268*                   FOR CASH RELEASED FROM UNAPPLIED CASH     *
000269*                   (RELPAY.DAT), WHICH WAS BANKED WHEN IT    *
000270*                   WAS FIRST PARKED.  RECORD GROWS FROM 48   *
000271*                   TO 81 BYTES.                              *
000272*  10/15/2026 RWH   EACH RECORD NOW CARRIES THE EARLY-PAYMENT *
000273*                   DISCOUNT THE PAYMENT TOOK ON THE ITEM     *
000274*                   (APL-DISC-AMOUNT, ZERO FOR NONE), SO A    *
000275*                   RETURNED CHECK CAN PUT THE DISCOUNT BACK  *
000276*                   ON THE ITEM ALONG WITH THE CASH.  RECORD  *
000277*                   GROWS FROM 81 TO 88 BYTES.                *
000278*  10/15/2026 RWH   EACH RECORD NOW CARRIES THE CHECK IT CAME *
000279*                   FROM - THE CHECK SEQUENCE AND FULL CHECK  *
000280*                   AMOUNT SET ON PAYMENTS.DAT BY             *
000281*                   DEPOSIT-EDIT AND LOCKBOX-INTAKE - SO A    *
000282*                   LOCKBOX CHECK SPLIT INTO SEVERAL          *
000283*                   REMITTANCE LINES CAN BE FOUND AS ONE      *
000284*                   CHECK WHEN IT IS RETURNED.  ZERO CHECK    *
000285*                   SEQUENCE FOR CASH RELEASED FROM UNAPPLIED *
000286*                   CASH.  RECORD GROWS FROM 88 TO 102 BYTES. *
000288*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000290*----------------------------------------------------------*
000292 01  APPLIED-RECORD.
000294     05  APL-APPLY-DATE      PIC 9(08).
000296     05  APL-CUSTOMER-ID     PIC X(10).
000300     05  APL-INVOICE-NO      PIC X(10).
000310     05  APL-PAY-DATE        PIC 9(08).
000320     05  APL-APPLIED-AMOUNT  PIC 9(7)V99.
000330     05  APL-CURRENCY-CODE   PIC X(03).
000340     05  APL-PAY-SEQ         PIC 9(05).
000350     05  APL-PAY-AMOUNT      PIC 9(5)V99.
000360     05  APL-INVOICE-DATE    PIC 9(08).
000370     05  APL-DUE-DATE        PIC 9(08).
000380     05  APL-TERMS-CODE      PIC X(04).
000390     05  APL-RELEASED-SW     PIC X(01).
000400         88  APL-RELEASED-PAYMENT         VALUE 'Y'.
000410     05  APL-DISC-AMOUNT     PIC 9(5)V99.
000420     05  APL-CHECK-SEQ       PIC 9(05).
000430     05  APL-CHECK-AMOUNT    PIC 9(7)V99.
