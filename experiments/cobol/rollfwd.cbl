000350*                   ROLLS FORWARD FROM ZERO (NEW THIS         *
000360*                   PERIOD); A SNAPSHOT IMAGE WHOSE MASTER    *
000370*                   IS GONE IS COUNTED AS AN ORPHAN.          *
000372*  10/15/2026 RWH   THE CUSTOMER RECORD NOW CARRIES           *
000374*                   TERMS-CODE AND A RESERVED FILLER - RECORD *
000376*                   LENGTH IS 180 AND THE SNAPSHOT RECORD     *
000378*                   GROWS TO 188.                             *
000379*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000380*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000381*                   ALONG WITH EVERY OTHER FIELD.             *
000382*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000383*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000384*                   FIELD.                                    *
000385*  10/15/2026 RWH   RENAMES THE NEW APPLIED-CASH FIELDS IN    *
000386*                   ITS APPLREC SORT COPIES ALONG WITH EVERY  *
000387*                   OTHER FIELD.                              *
000388*  10/15/2026 RWH   RENAMES THE NEW APL-DISC-AMOUNT IN ITS    *
000389*                   APPLREC SORT COPIES ALONG WITH EVERY      *
000390*                   OTHER FIELD.                              *
000391*  10/15/2026 RWH   THE APPLIED-CASH SORT RECORDS TAKE THE    *
000392*                   CHECK SEQUENCE AND CHECK AMOUNT NOW       *
000393*                   CARRIED ON APPLREC.                       *
000394*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000395*----------------------------------------------------------*
000396 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000560 FILE SECTION.
000570 FD  CUSTOMER-MASTER
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 180 CHARACTERS.
000600     COPY CUSTREC.

000620 FD  SNAPSHOT-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 188 CHARACTERS.
000650 01  SNAPSHOT-RECORD.
000660     05  SNP-CLOSE-DATE      PIC 9(08).
000670     05  SNP-MASTER-IMAGE    PIC X(180).

000690 FD  SNAP-SELECT-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 188 CHARACTERS.
000720 01  SNAP-SELECT-RECORD.
000730     05  SEL-CLOSE-DATE      PIC 9(08).
000740     05  SEL-MASTER-IMAGE    PIC X(180).
000750     05  SEL-IMAGE-KEY REDEFINES SEL-MASTER-IMAGE.
000760         10  SEL-CUSTOMER-ID PIC X(10).
000770         10  FILLER          PIC X(170).

000790 FD  JOURNAL-FILE
000800     LABEL RECORDS ARE STANDARD.
001130             ==APL-INVOICE-NO==     BY ==SA-INVOICE-NO==
001140             ==APL-PAY-DATE==       BY ==SA-PAY-DATE==
001150             ==APL-APPLIED-AMOUNT== BY ==SA-APPLIED-AMOUNT==
001160             ==APL-CURRENCY-CODE==  BY ==SA-CURRENCY-CODE==
001161             ==APL-PAY-SEQ==        BY ==SA-PAY-SEQ==
001162             ==APL-PAY-AMOUNT==     BY ==SA-PAY-AMOUNT==
001163             ==APL-INVOICE-DATE==   BY ==SA-INVOICE-DATE==
001164             ==APL-DUE-DATE==       BY ==SA-DUE-DATE==
001165             ==APL-TERMS-CODE==     BY ==SA-TERMS-CODE==
001166             ==APL-RELEASED-SW==    BY ==SA-RELEASED-SW==
001167             ==APL-RELEASED-PAYMENT== BY ==SA-RELEASED-PAYMENT==
001173             ==APL-DISC-AMOUNT==    BY ==SA-DISC-AMOUNT==
001175             ==APL-CHECK-SEQ==      BY ==SA-CHECK-SEQ==
001177             ==APL-CHECK-AMOUNT==   BY ==SA-CHECK-AMOUNT==.

001180 FD  SORTED-APL-FILE
001190     LABEL RECORDS ARE STANDARD.
001240             ==APL-INVOICE-NO==     BY ==TA-INVOICE-NO==
001250             ==APL-PAY-DATE==       BY ==TA-PAY-DATE==
001260             ==APL-APPLIED-AMOUNT== BY ==TA-APPLIED-AMOUNT==
001270             ==APL-CURRENCY-CODE==  BY ==TA-CURRENCY-CODE==
001271             ==APL-PAY-SEQ==        BY ==TA-PAY-SEQ==
001272             ==APL-PAY-AMOUNT==     BY ==TA-PAY-AMOUNT==
001273             ==APL-INVOICE-DATE==   BY ==TA-INVOICE-DATE==
001274             ==APL-DUE-DATE==       BY ==TA-DUE-DATE==
001275             ==APL-TERMS-CODE==     BY ==TA-TERMS-CODE==
001276             ==APL-RELEASED-SW==    BY ==TA-RELEASED-SW==
001277             ==APL-RELEASED-PAYMENT== BY ==TA-RELEASED-PAYMENT==
001283             ==APL-DISC-AMOUNT==    BY ==TA-DISC-AMOUNT==
001285             ==APL-CHECK-SEQ==      BY ==TA-CHECK-SEQ==
001287             ==APL-CHECK-AMOUNT==   BY ==TA-CHECK-AMOUNT==.

001290 FD  RECON-RPT
001300     LABEL RECORDS ARE OMITTED.
001587             ==ADDR-LINE-2==   BY ==SN-ADDR-LINE-2==
001588             ==ADDR-CITY-ST-ZIP== BY ==SN-ADDR-CITY-ST-ZIP==
001589             ==HOLD-CODE==     BY ==SN-HOLD-CODE==
001590             ==PROMISE-DATE==  BY ==SN-PROMISE-DATE==
001591             ==TERMS-CODE==    BY ==SN-TERMS-CODE==
001592             ==PARENT-ID==     BY ==SN-PARENT-ID==
001593             ==FAMILY-CREDIT-LIMIT==
001594                 BY ==SN-FAMILY-CREDIT-LIMIT==
001595             ==COLLECTOR-ID==  BY ==SN-COLLECTOR-ID==.

001597 01  WS-RPT-HEADER-LINE.
001600     05  FILLER              PIC X(40) VALUE
001610         "CUSTOMER BALANCE ROLLFORWARD RECON".
001620     05  FILLER              PIC X(10) VALUE "RUN DATE".
