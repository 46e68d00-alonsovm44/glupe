000190*                   UNAP-DATE-ADDED, STAMPED WITH THE RUN     *
000200*                   DATE, SO THE WORKBENCH CAN AGE EACH       *
000210*                   ITEM.                                     *
000212*  10/15/2026 RWH   ADDED UNAP-RELEASED-SW, SET BY CASH-APPLY *
000214*                   WHEN A PAYMENT RELEASED FROM UNAPPLIED    *
000216*                   CASH (RELPAY.DAT) IS PARKED AGAIN.  THAT  *
000218*                   CASH WAS BANKED WHEN IT WAS FIRST PARKED, *
000219*                   SO GL-POST DOES NOT POST IT A SECOND      *
000221*                   TIME.  RECORD GROWS FROM 78 TO 79 BYTES.  *
000223*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000225*----------------------------------------------------------*
000230 01  UNAPPLIED-RECORD.
000240     05  UNAP-PAYMENT-IMAGE  PIC X(38).
000250     05  UNAP-REASON-CODE    PIC X(02).
000260     05  UNAP-REASON-TEXT    PIC X(30).
000270     05  UNAP-DATE-ADDED     PIC 9(08).
000280     05  UNAP-RELEASED-SW    PIC X(01).
000290         88  UNAP-RELEASED-PAYMENT        VALUE 'Y'.
