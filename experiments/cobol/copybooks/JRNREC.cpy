000254*                   TOO (ACTION "F"), SO THE JOURNAL CARRIES  *
000256*                   EVERY MOVEMENT BOOKED ONTO THE OPEN-ITEM  *
000258*                   MASTER.                                   *
000261*  10/15/2026 RWH   NSF-REVERSAL APPENDS A RETURNED PAYMENT   *
000262*                   AS ACTION "R" (POSITIVE - THE CASH GOES   *
000263*                   BACK ON THE BALANCE) AND THE RETURNED-    *
000264*                   CHECK FEE AS ACTION "N", SO STATEMENTS    *
000265*                   AND THE ROLLFORWARD SEE BOTH.             *
000266*  10/15/2026 RWH   CASH-APPLY APPENDS AN EARLY-PAYMENT       *
000267*                   DISCOUNT TAKEN AS ACTION "D" (NEGATIVE -  *
000268*                   THE DISCOUNT COMES OFF THE BALANCE        *
000269*                   ALONGSIDE THE CASH), SO THE DISCOUNT IS   *
000270*                   JOURNALED SEPARATELY FROM THE CASH ON     *
000271*                   APPLIED.DAT.                              *
000272*  10/15/2026 RWH   GL-POST READS ACTIONS "I", "C", "J" AND   *
000273*                   "D" BY RUN DATE TO POST THE DAY'S BILLING *
000274*                   AND DISCOUNTS TO THE GENERAL LEDGER.      *
000275*                   JRN-RUN-DATE IS THEREFORE THE POSTING DAY *
000276*                   AND MUST NOT BE BACKDATED.                *
000277*  10/15/2026 RWH   GL-POST NOW ALSO POSTS ACTIONS "R" AND    *
000278*                   "N" - RETURNED PAYMENTS BACK AGAINST CASH *
000279*                   AND RETURNED-CHECK FEES AGAINST FEE       *
000280*                   REVENUE.                                  *
000281*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000282*----------------------------------------------------------*
000283 01  JOURNAL-RECORD.
000284     05  JRN-RUN-DATE        PIC 9(08).
000290     05  JRN-CUSTOMER-ID     PIC X(10).
000300     05  JRN-INVOICE-NO      PIC X(10).
000310     05  JRN-ACTION-CODE     PIC X(01).
