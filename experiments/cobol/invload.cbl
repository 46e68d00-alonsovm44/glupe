000280*                   SEQUENTIAL LOAD - A DUPLICATE OR OUT-OF-  *
000290*                   SEQUENCE KEY IS COUNTED AND DISPLAYED,    *
000300*                   NOT LOADED.                               *
000301*  10/15/2026 RWH   REWORKED FOR THE TERMS AND DUE-DATE       *
000302*                   WIDENING OF THE OPEN-ITEM RECORD: READS   *
000303*                   THE 45-BYTE INDEXED OPEN-ITEM MASTER -    *
000304*                   RENAMED TO INVMAST.OLD BY THE INSTALL     *
000305*                   STEP - AND REBUILDS INVMAST.DAT AT THE    *
000306*                   NEW 69-BYTE LENGTH.  AN EXISTING ITEM HAS *
000307*                   NO TERMS, SO ITS DUE DATE IS ITS INVOICE  *
000308*                   DATE AND IT CARRIES NO DISCOUNT - IT AGES *
000309*                   EXACTLY AS IT DID BEFORE.  THE OLD RECORD *
000310*                   LAYOUT IS FROZEN INLINE HERE ON PURPOSE - *
000311*                   IT MUST NOT FOLLOW FUTURE INVREC CHANGES, *
000312*                   THE SAME AS MAST-CONVERT.                 *
000314*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000316*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OLD-INVOICE-FILE ASSIGN TO "INVMAST.OLD"
000352         ORGANIZATION IS INDEXED
000354         ACCESS MODE IS SEQUENTIAL
000356         RECORD KEY IS OI-ITEM-KEY.
000360     SELECT INVOICE-MASTER   ASSIGN TO "INVMAST.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS INV-ITEM-KEY.
000400 DATA DIVISION.
000410 FILE SECTION.
000411*----------------------------------------------------------*
000412* OLD-INVOICE-FILE - THE OPEN-ITEM RECORD AS IT STOOD      *
000413* BEFORE THE TERMS, DUE DATE AND DISCOUNT FIELDS WERE      *
000414* ADDED.                                                   *
000415*----------------------------------------------------------*
000420 FD  OLD-INVOICE-FILE
000430     LABEL RECORDS ARE STANDARD
000440     RECORD CONTAINS 45 CHARACTERS.
000450 01  OLD-INVOICE-RECORD.
000460     05  OI-ITEM-KEY.
000470         10  OI-CUSTOMER-ID  PIC X(10).
000480         10  OI-INVOICE-NO   PIC X(10).
000490     05  OI-INVOICE-DATE     PIC 9(08).
000500     05  OI-ORIG-AMOUNT      PIC 9(5)V99.
000510     05  OI-OPEN-AMOUNT      PIC 9(5)V99.
000520     05  OI-CURRENCY-CODE    PIC X(03).

000550 FD  INVOICE-MASTER
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 69 CHARACTERS.
000580     COPY INVREC.

000600 WORKING-STORAGE SECTION.
000880     EXIT.

000900 4000-LOAD-INVOICE-RECORD.
000910     MOVE SPACES             TO INVOICE-RECORD.
000911     MOVE OI-CUSTOMER-ID     TO INV-CUSTOMER-ID.
000912     MOVE OI-INVOICE-NO      TO INV-INVOICE-NO.
000913     MOVE OI-INVOICE-DATE    TO INV-INVOICE-DATE.
000914     MOVE OI-ORIG-AMOUNT     TO INV-ORIG-AMOUNT.
000915     MOVE OI-OPEN-AMOUNT     TO INV-OPEN-AMOUNT.
000916     MOVE OI-CURRENCY-CODE   TO INV-CURRENCY-CODE.
000917     MOVE SPACES             TO INV-TERMS-CODE.
000918     MOVE OI-INVOICE-DATE    TO INV-DUE-DATE.
000919     MOVE ZERO               TO INV-DISC-DATE.
000922     MOVE ZERO               TO INV-DISC-PCT.
000925     WRITE INVOICE-RECORD
000930         INVALID KEY
000940             DISPLAY "KEY NOT LOADED: " INV-ITEM-KEY
000950             ADD 1 TO WS-REJECTED-COUNT
