000410*                   MATCHES NO UNAPPLIED ITEM IS PRINTED,     *
000420*                   COUNTED, AND ENDS THE RUN WITH RETURN-    *
000430*                   CODE 8, SAME AS THE SUSPENSE WORKBENCH.   *
000431*  10/15/2026 RWH   THE UNAPPLIED RECORD CARRIES A            *
000432*                   RELEASED-PAYMENT FLAG FROM CASH-APPLY     *
000433*                   (RECORD GROWS FROM 78 TO 79 BYTES).  THE  *
000434*                   SORT LAYOUTS GROW WITH IT AND A CARRIED   *
000435*                   ITEM KEEPS ITS FLAG ON NEWUNAP.DAT.       *
000436*  10/15/2026 RWH   RELPAY.DAT FOLLOWS PAYMENTS.DAT FROM 38   *
000437*                   TO 52 BYTES.  A RELEASED PAYMENT CARRIES  *
000438*                   CHECK SEQUENCE ZERO AND ITS OWN AMOUNT AS *
000439*                   THE CHECK AMOUNT.                         *
000440*----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000680     05  SU-REASON-CODE      PIC X(02).
000690     05  SU-REASON-TEXT      PIC X(30).
000700     05  SU-DATE-ADDED       PIC 9(08).
000705     05  SU-RELEASED-SW      PIC X(01).

000720 FD  SORTED-UNAP-FILE
000730     LABEL RECORDS ARE STANDARD.
000760     05  SRT-REASON-CODE     PIC X(02).
000770     05  SRT-REASON-TEXT     PIC X(30).
000780     05  SRT-DATE-ADDED      PIC 9(08).
000785     05  SRT-RELEASED-SW     PIC X(01).

000800*----------------------------------------------------------*
000810* CORRECTION-FILE - ONE RECORD PER REPAIRED PAYMENT, KEYED  *
000970*----------------------------------------------------------*
000980 FD  RELEASED-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 52 CHARACTERS.
001010 01  RELEASED-RECORD.
001015     05  REL-REMITTANCE.
001020         10  REL-CUSTOMER-ID PIC X(10).
001030         10  REL-DATE        PIC 9(08).
001040         10  REL-AMOUNT      PIC 9(5)V99.
001050         10  REL-CURRENCY-CODE PIC X(03).
001060         10  REL-INVOICE-NO  PIC X(10).
001066     05  REL-CHECK-SEQ       PIC 9(05).
001072     05  REL-CHECK-AMOUNT    PIC 9(7)V99.

001080 FD  NEW-UNAPPLIED-FILE
001090     LABEL RECORDS ARE STANDARD.
001120             ==UNAP-PAYMENT-IMAGE== BY ==NU-PAYMENT-IMAGE==
001130             ==UNAP-REASON-CODE==   BY ==NU-REASON-CODE==
001140             ==UNAP-REASON-TEXT==   BY ==NU-REASON-TEXT==
001150             ==UNAP-DATE-ADDED==    BY ==NU-DATE-ADDED==
001152             ==UNAP-RELEASED-SW==   BY ==NU-RELEASED-SW==
001154             ==UNAP-RELEASED-PAYMENT==
001156                 BY ==NU-RELEASED-PAYMENT==.

001170 FD  UNAP-AGE-RPT
001180     LABEL RECORDS ARE OMITTED.
003920*----------------------------------------------------------*
003930* 4300-RELEASE-CORRECTED-PAYMENT - RELEASE THE CORRECTED    *
003940* PAYMENT IMAGE IN THE PAYMENTS.DAT FORMAT SO THE FOLLOW-ON *
003950* JOB STEP FEEDS IT BACK THROUGH CASH-APPLY.  THE BANK'S    *
003953* CHECK IS LONG GONE BY NOW, SO THE PAYMENT IS ITS OWN      *
003956* CHECK - SEQUENCE ZERO, CHECK AMOUNT THE PAYMENT AMOUNT.   *
003960*----------------------------------------------------------*
003970 4300-RELEASE-CORRECTED-PAYMENT.
003980     MOVE WC-NEW-IMAGE (WS-CX) TO REL-REMITTANCE.
003981     MOVE ZERO TO REL-CHECK-SEQ.
003982     IF REL-AMOUNT NUMERIC
003983         MOVE REL-AMOUNT TO REL-CHECK-AMOUNT
003984     ELSE
003985         MOVE ZERO TO REL-CHECK-AMOUNT
003986     END-IF.
003990     WRITE RELEASED-RECORD.
004000     SET WC-USED (WS-CX) TO TRUE.
004010 4300-EXIT.
004060     MOVE SRT-REASON-CODE   TO NU-REASON-CODE.
004070     MOVE SRT-REASON-TEXT   TO NU-REASON-TEXT.
004080     MOVE SRT-DATE-ADDED    TO NU-DATE-ADDED.
004085     MOVE SRT-RELEASED-SW   TO NU-RELEASED-SW.
004090     WRITE NEW-UNAP-RECORD.
004100 4400-EXIT.
004110     EXIT.
