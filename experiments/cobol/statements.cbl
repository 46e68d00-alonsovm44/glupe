000360*                   STATEMENT.  A CONTROL REPORT              *
000370*                   (STMTCTL.RPT) COUNTS THE STATEMENTS THE   *
000380*                   WAY DUNCTL.RPT COUNTS LETTERS.            *
000382*  10/15/2026 RWH   RETURNED PAYMENTS ("R") AND RETURNED-     *
000384*                   CHECK FEES ("N") FROM NSF-REVERSAL PRINT  *
000386*                   AS THEIR OWN ACTIVITY LINES.              *
000387*  10/15/2026 RWH   THE CUSTOMER RECORD NOW CARRIES           *
000388*                   TERMS-CODE AND A RESERVED FILLER - RECORD *
000389*                   LENGTH IS 180 AND THE SNAPSHOT RECORD     *
000390*                   GROWS TO 188.  AN EARLY-PAYMENT DISCOUNT  *
000391*                   TAKEN BY CASH-APPLY ("D") PRINTS ON THE   *
000392*                   STATEMENT AS ITS OWN LINE.                *
000393*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000394*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000395*                   ALONG WITH EVERY OTHER FIELD.             *
000396*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000397*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000398*                   FIELD.                                    *
000399*  10/15/2026 RWH   RENAMES THE NEW APPLIED-CASH FIELDS IN    *
000400*                   ITS APPLREC SORT COPIES ALONG WITH EVERY  *
000401*                   OTHER FIELD.                              *
000402*  10/15/2026 RWH   RENAMES THE NEW APL-DISC-AMOUNT IN ITS    *
000403*                   APPLREC SORT COPIES ALONG WITH EVERY      *
000404*                   OTHER FIELD.                              *
000405*  10/15/2026 RWH   THE APPLIED-CASH SORT RECORDS TAKE THE    *
000406*                   CHECK SEQUENCE AND CHECK AMOUNT NOW       *
000407*                   CARRIED ON APPLREC.                       *
000409*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000411*----------------------------------------------------------*
000413 ENVIRONMENT DIVISION.
000415 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000440         ORGANIZATION IS INDEXED
000580 FILE SECTION.
000590 FD  CUSTOMER-MASTER
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 180 CHARACTERS.
000620     COPY CUSTREC.

000640 FD  SNAPSHOT-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 188 CHARACTERS.
000670 01  SNAPSHOT-RECORD.
000680     05  SNP-CLOSE-DATE      PIC 9(08).
000690     05  SNP-MASTER-IMAGE    PIC X(180).

000710*----------------------------------------------------------*
000720* SNAP-SELECT-FILE - ONLY THE LATEST CLOSE DATE'S SNAPSHOT  *
000760*----------------------------------------------------------*
000770 FD  SNAP-SELECT-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 188 CHARACTERS.
000800 01  SNAP-SELECT-RECORD.
000810     05  SEL-CLOSE-DATE      PIC 9(08).
000820     05  SEL-MASTER-IMAGE    PIC X(180).
000830     05  SEL-IMAGE-KEY REDEFINES SEL-MASTER-IMAGE.
000840         10  SEL-CUSTOMER-ID PIC X(10).
000850         10  FILLER          PIC X(170).

000870 FD  JOURNAL-FILE
000880     LABEL RECORDS ARE STANDARD.
001210             ==APL-INVOICE-NO==     BY ==SA-INVOICE-NO==
001220             ==APL-PAY-DATE==       BY ==SA-PAY-DATE==
001230             ==APL-APPLIED-AMOUNT== BY ==SA-APPLIED-AMOUNT==
001240             ==APL-CURRENCY-CODE==  BY ==SA-CURRENCY-CODE==
001241             ==APL-PAY-SEQ==        BY ==SA-PAY-SEQ==
001242             ==APL-PAY-AMOUNT==     BY ==SA-PAY-AMOUNT==
001243             ==APL-INVOICE-DATE==   BY ==SA-INVOICE-DATE==
001244             ==APL-DUE-DATE==       BY ==SA-DUE-DATE==
001245             ==APL-TERMS-CODE==     BY ==SA-TERMS-CODE==
001246             ==APL-RELEASED-SW==    BY ==SA-RELEASED-SW==
001247             ==APL-RELEASED-PAYMENT== BY ==SA-RELEASED-PAYMENT==
001253             ==APL-DISC-AMOUNT==    BY ==SA-DISC-AMOUNT==
001255             ==APL-CHECK-SEQ==      BY ==SA-CHECK-SEQ==
001257             ==APL-CHECK-AMOUNT==   BY ==SA-CHECK-AMOUNT==.

001260 FD  SORTED-APL-FILE
001270     LABEL RECORDS ARE STANDARD.
001320             ==APL-INVOICE-NO==     BY ==TA-INVOICE-NO==
001330             ==APL-PAY-DATE==       BY ==TA-PAY-DATE==
001340             ==APL-APPLIED-AMOUNT== BY ==TA-APPLIED-AMOUNT==
001350             ==APL-CURRENCY-CODE==  BY ==TA-CURRENCY-CODE==
001351             ==APL-PAY-SEQ==        BY ==TA-PAY-SEQ==
001352             ==APL-PAY-AMOUNT==     BY ==TA-PAY-AMOUNT==
001353             ==APL-INVOICE-DATE==   BY ==TA-INVOICE-DATE==
001354             ==APL-DUE-DATE==       BY ==TA-DUE-DATE==
001355             ==APL-TERMS-CODE==     BY ==TA-TERMS-CODE==
001356             ==APL-RELEASED-SW==    BY ==TA-RELEASED-SW==
001357             ==APL-RELEASED-PAYMENT== BY ==TA-RELEASED-PAYMENT==
001363             ==APL-DISC-AMOUNT==    BY ==TA-DISC-AMOUNT==
001365             ==APL-CHECK-SEQ==      BY ==TA-CHECK-SEQ==
001367             ==APL-CHECK-AMOUNT==   BY ==TA-CHECK-AMOUNT==.

001370 FD  STATEMENT-FILE
001380     LABEL RECORDS ARE OMITTED.
001830             ==ADDR-LINE-2==   BY ==SN-ADDR-LINE-2==
001840             ==ADDR-CITY-ST-ZIP== BY ==SN-ADDR-CITY-ST-ZIP==
001842             ==HOLD-CODE==     BY ==SN-HOLD-CODE==
001844             ==PROMISE-DATE==  BY ==SN-PROMISE-DATE==
001852             ==TERMS-CODE==    BY ==SN-TERMS-CODE==
001853             ==PARENT-ID==     BY ==SN-PARENT-ID==
001854             ==FAMILY-CREDIT-LIMIT==
001855                 BY ==SN-FAMILY-CREDIT-LIMIT==
001857             ==COLLECTOR-ID==  BY ==SN-COLLECTOR-ID==.

001860 01  WS-STMT-SEPARATOR.
001870     05  FILLER              PIC X(132) VALUE ALL "=".
004640                 MOVE "FIN CHARGE"  TO WS-ACTION-DESC
004650             WHEN "W"
004660                 MOVE "WRITE-OFF"   TO WS-ACTION-DESC
004662             WHEN "R"
004664                 MOVE "RETURNED PMT" TO WS-ACTION-DESC
004666             WHEN "N"
004668                 MOVE "NSF FEE"     TO WS-ACTION-DESC
004669             WHEN "D"
004672                 MOVE "DISCOUNT"    TO WS-ACTION-DESC
004675             WHEN OTHER
004680                 MOVE "ACTIVITY"    TO WS-ACTION-DESC
004690         END-EVALUATE
004700         MOVE SPACES           TO WS-STMT-ACTIVITY-LINE
