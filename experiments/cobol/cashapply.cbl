000685*                   RECONCILIATION CAN SEE THE APPLIED SIDE   *
000686*                   OF CASH THE SAME WAY INVJRNL.DAT SHOWS    *
000687*                   BILLINGS.                                 *
000688*  10/15/2026 RWH   APPLIED.DAT NOW CARRIES ONE RECORD PER    *
000689*                   OPEN ITEM A PAYMENT RELIEVED, EACH WITH   *
000690*                   THE INVOICE NUMBER AND THE AMOUNT TAKEN   *
000691*                   OFF THAT ITEM, INSTEAD OF ONE RECORD PER  *
000692*                   PAYMENT UNDER THE REMITTANCE'S INVOICE    *
000693*                   NUMBER.  THE RETURNED-PAYMENT REVERSAL    *
000694*                   (NSF-REVERSAL) NEEDS TO KNOW EXACTLY      *
000695*                   WHICH ITEMS A BOUNCED CHECK PAID SO IT    *
000696*                   CAN REOPEN THEM.  A CUSTOMER WITH NO      *
000697*                   OPEN ITEMS STILL WRITES ONE RECORD UNDER  *
000698*                   THE REMITTANCE'S INVOICE NUMBER.  THE     *
000699*                   APPLIED TOTALS ARE UNCHANGED.             *
000700*  10/15/2026 RWH   EARLY-PAYMENT DISCOUNTS.  AN OPEN ITEM    *
000701*                   BOOKED ON DISCOUNT TERMS (INV-DISC-PCT    *
000702*                   AND INV-DISC-DATE) IS RELIEVED IN FULL    *
000703*                   WHEN THE CASH SHORT OF THE OPEN AMOUNT IS *
000704*                   NO MORE THAN THE ALLOWED DISCOUNT AND THE *
000705*                   PAYMENT IS DATED ON OR BEFORE THE         *
000706*                   DISCOUNT DATE.  THE DISCOUNT COMES OFF    *
000707*                   CM-BALANCE WITH THE CASH, APPLIED.DAT     *
000708*                   STILL CARRIES ONLY THE CASH, AND THE      *
000709*                   DISCOUNT IS JOURNALED SEPARATELY TO       *
000710*                   INVJRNL.DAT AS ACTION "D".  A DISCOUNT    *
000711*                   TAKEN AFTER THE DISCOUNT DATE IS NOT      *
000712*                   EARNED - THE WHOLE PAYMENT GOES TO        *
000713*                   UNAPPLD.DAT AS A SHORT-PAY UNDER REASON   *
000714*                   "09" FOR CASH TO WORK WITH THE CUSTOMER.  *
000715*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000716*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000717*                   ALONG WITH EVERY OTHER FIELD.             *
000718*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
000719*                   RUN-CONTROL FILE (RUNCTL.DAT) AND IS      *
000720*                   REFUSED WITH RETURN-CODE 8, BEFORE ANY    *
000721*                   FILE IS OPENED, UNLESS DEPOSIT-EDIT HAS   *
000722*                   COMPLETED FOR THE BUSINESS DATE AND       *
000723*                   NOTHING AFTER THIS STEP HAS RUN.  A RUN   *
000724*                   ALREADY COMPLETE FOR THE DATE IS NEVER    *
000725*                   REPEATED.  PAYMENTS.DAT IS COUNTED AND    *
000726*                   TOTALLED BEFORE THE STEP STARTS, AND      *
000727*                   EVERY PAYMENT APPLIED OR ROUTED TO        *
000728*                   UNAPPLIED CASH IS COMMITTED TO THE        *
000729*                   RUN-CONTROL RECORD.  A RERUN AFTER AN     *
000730*                   ABEND RESUMES AFTER THE LAST COMMITTED    *
000731*                   PAYMENT - ONLY WHEN THE FILE'S COUNT AND  *
000732*                   TOTAL MATCH THE PARTIAL RUN - AND APPENDS *
000733*                   TO CASHREG.RPT, SO A PARTIAL RUN IS NEVER *
000734*                   APPLIED TWICE.                            *
000735*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000736*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000737*                   FIELD.                                    *
000738*  10/15/2026 RWH   EACH APPLIED.DAT RECORD NOW CARRIES THE   *
000739*                   PAYMENT'S SEQUENCE ON PAYMENTS.DAT AND    *
000740*                   ITS FULL AMOUNT, SO NSF-REVERSAL CAN TELL *
000741*                   ONE CHECK FROM ANOTHER, AND THE RELIEVED  *
000742*                   ITEM'S INVOICE DATE, DUE DATE AND TERMS,  *
000743*                   SO A RETURNED CHECK PUTS THE ITEM BACK AS *
000744*                   IT WAS.  A PAYMENT WHOSE IMAGE IS ON      *
000745*                   RELPAY.DAT, WHERE UNAP-WORKBENCH RELEASES *
000746*                   CORRECTED UNAPPLIED CASH, IS FLAGGED AS   *
000747*                   RELEASED ON APPLIED.DAT AND ON ANY        *
000748*                   UNAPPLD.DAT RECORD IT WRITES, SO GL-POST  *
000749*                   DOES NOT DEBIT CASH FOR IT A SECOND TIME. *
000750*                   THE EARLY-PAYMENT DISCOUNT IS NOW TESTED  *
000751*                   FOR EVERY ITEM A PAYMENT RELIEVES, NOT    *
000752*                   JUST THE ONE WHERE THE CASH RUNS OUT - AN *
000753*                   ITEM PAID IN FULL ON OR BEFORE ITS        *
000754*                   DISCOUNT DATE TAKES THE FULL ALLOWED      *
000755*                   DISCOUNT AND ONLY THE DISCOUNTED AMOUNT   *
000756*                   IN CASH.                                  *
000757*  10/15/2026 RWH   APPLIED.DAT, THE DISCOUNT JOURNAL AND     *
000758*                   UNAPPLD.DAT ARE NOW STAMPED WITH THE      *
000759*                   RUN-CONTROL BUSINESS DATE INSTEAD OF THE  *
000760*                   MACHINE DATE, SO A NIGHT THAT CROSSES     *
000761*                   MIDNIGHT OR A CATCH-UP NIGHT POSTS TO     *
000762*                   GL-POST UNDER THE DATE IT IS RUNNING FOR. *
000763*                   EACH APPLIED.DAT RECORD NOW ALSO CARRIES  *
000764*                   THE DISCOUNT TAKEN ON THE ITEM            *
000765*                   (APL-DISC-AMOUNT) SO NSF-REVERSAL CAN PUT *
000766*                   IT BACK WHEN THE CHECK IS RETURNED.       *
000767*  10/15/2026 RWH   PAYMENTS.DAT AND RELPAY.DAT GROW FROM 38  *
000768*                   TO 52 BYTES: THE REMITTANCE IS FOLLOWED   *
000769*                   BY THE CHECK SEQUENCE AND FULL CHECK      *
000770*                   AMOUNT, WHICH ARE CARRIED TO APPLIED.DAT  *
000771*                   SO A RETURNED LOCKBOX CHECK CAN BE FOUND  *
000772*                   ACROSS ALL ITS LINES.  UNAPPLD.DAT AND    *
000773*                   THE RELEASED-PAYMENT MATCH STILL USE THE  *
000774*                   38-BYTE REMITTANCE.  AN ITEM IS COUNTED   *
000775*                   AS RELIEVED ONLY WHEN IT IS POSTED, SO A  *
000776*                   PAYMENT LATER HELD UNDER REASON 09 NO     *
000777*                   LONGER ADDS TO THE COUNT.                 *
000778*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000779*----------------------------------------------------------*
000780 ENVIRONMENT DIVISION.
000781 INPUT-OUTPUT SECTION.
000782 FILE-CONTROL.
000783     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000784         ORGANIZATION IS INDEXED
000785         ACCESS MODE IS RANDOM
000786         RECORD KEY IS CM-CUSTOMER-ID.
000787     SELECT OPTIONAL INVOICE-MASTER ASSIGN TO "INVMAST.DAT"
000788         ORGANIZATION IS INDEXED
000789         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS INV-ITEM-KEY.
000791     SELECT PAYMENT-FILE     ASSIGN TO "PAYMENTS.DAT".
000800     SELECT CASH-REGISTER-RPT ASSIGN TO "CASHREG.RPT".
000810     SELECT UNAPPLIED-FILE   ASSIGN TO "UNAPPLD.DAT".
000815     SELECT APPLIED-FILE     ASSIGN TO "APPLIED.DAT".
000816     SELECT OPTIONAL RELEASED-FILE ASSIGN TO "RELPAY.DAT".
000817     SELECT JOURNAL-FILE     ASSIGN TO "INVJRNL.DAT".
000818     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000819         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000821         RECORD KEY IS RUN-KEY.
000825 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CUSTOMER-MASTER
000850     LABEL RECORDS ARE STANDARD.
000960             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
000970             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
000972             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
000974             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
000982             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
000983             ==PARENT-ID==     BY ==CM-PARENT-ID==
000984             ==FAMILY-CREDIT-LIMIT==
000985                 BY ==CM-FAMILY-CREDIT-LIMIT==
000987             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

000990*----------------------------------------------------------*
001000* INVOICE-MASTER IS THE INDEXED OPEN-ITEM MASTER            *
001050*----------------------------------------------------------*
001060 FD  INVOICE-MASTER
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 69 CHARACTERS.
001090     COPY INVREC.

001110 FD  PAYMENT-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 52 CHARACTERS.
001140 01  PAYMENT-RECORD.
001145     05  PAY-REMITTANCE.
001150         10  PAY-CUSTOMER-ID PIC X(10).
001160         10  PAY-DATE        PIC 9(08).
001170         10  PAY-AMOUNT      PIC 9(5)V99.
001180         10  PAY-CURRENCY-CODE PIC X(03).
001190         10  PAY-INVOICE-NO  PIC X(10).
001196     05  PAY-CHECK-SEQ       PIC 9(05).
001202     05  PAY-CHECK-AMOUNT    PIC 9(7)V99.

001210 FD  CASH-REGISTER-RPT
001220     LABEL RECORDS ARE OMITTED.
001341     LABEL RECORDS ARE STANDARD.
001342     COPY APPLREC.

001343*----------------------------------------------------------*
001344* JOURNAL-FILE - BILLING ACTIVITY TRAIL SHARED WITH        *
001345* INV-REGISTER, OPENED EXTEND.  CASH-APPLY APPENDS ONLY    *
001346* THE EARLY-PAYMENT DISCOUNTS IT ALLOWS (ACTION "D"); THE  *
001347* CASH ITSELF IS ON APPLIED.DAT.                           *
001348*----------------------------------------------------------*
001349 FD  JOURNAL-FILE
001350     LABEL RECORDS ARE STANDARD.
001351     COPY JRNREC.

001352*----------------------------------------------------------*
001353* RELEASED-FILE - THE CORRECTED PAYMENTS UNAP-WORKBENCH     *
001354* RELEASED FROM UNAPPLIED CASH, IN PAYMENTS.DAT FORMAT.     *
001355* READ AT STARTUP SO A RELEASED PAYMENT CAN BE FLAGGED ON   *
001356* APPLIED.DAT AND UNAPPLD.DAT - ITS CASH WAS BANKED WHEN    *
001357* IT WAS FIRST PARKED.                                      *
001358*----------------------------------------------------------*
001359 FD  RELEASED-FILE
001360     LABEL RECORDS ARE STANDARD
001361     RECORD CONTAINS 52 CHARACTERS.
001362 01  RELEASED-RECORD.
001363     05  REL-REMITTANCE      PIC X(38).
001364     05  FILLER              PIC X(14).

001365*----------------------------------------------------------*
001366* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
001367* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
001368* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
001369* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
001370* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
001371* TOTALS.                                                  *
001372*----------------------------------------------------------*
001373 FD  RUN-CONTROL-FILE
001374     LABEL RECORDS ARE STANDARD
001375     RECORD CONTAINS 150 CHARACTERS.
001376     COPY RUNCREC.

001377 WORKING-STORAGE SECTION.
001378 77  WS-PAYMENT-EOF           PIC X       VALUE 'N'.
001380     88  PAYMENT-EOF                      VALUE 'Y'.
001390 77  WS-INV-EOF               PIC X       VALUE 'N'.
001400     88  INV-EOF                          VALUE 'Y'.
001620 77  WS-CLOSED-INV-COUNT      PIC 9(5) COMP VALUE ZERO.
001630 77  WS-SHORT-PAY-COUNT       PIC 9(5) COMP VALUE ZERO.
001640 77  WS-SHORT-PAY-TOTAL       PIC 9(9)V99 VALUE ZERO.
001641 77  WS-APL-INVOICE-NO        PIC X(10)   VALUE SPACES.
001642 77  WS-APL-AMOUNT            PIC 9(7)V99 VALUE ZERO.
001644 77  WS-ALLOWED-DISC-AMT      PIC 9(5)V99 VALUE ZERO.
001646 77  WS-ITEM-DISC-AMT         PIC 9(5)V99 VALUE ZERO.
001648 77  WS-PAY-DISC-AMT          PIC 9(7)V99 VALUE ZERO.
001650 77  WS-DISCOUNT-COUNT        PIC 9(5) COMP VALUE ZERO.
001652 77  WS-DISCOUNT-TOTAL        PIC 9(9)V99 VALUE ZERO.
001654 77  WS-UNEARNED-COUNT        PIC 9(5) COMP VALUE ZERO.
001656 77  WS-UNEARNED-TOTAL        PIC 9(9)V99 VALUE ZERO.
001658 77  WS-SKIP-COUNT            PIC 9(9) COMP VALUE ZERO.
001659 77  WS-PAY-SEQ               PIC 9(5) COMP VALUE ZERO.
001660 77  WS-APL-INVOICE-DATE      PIC 9(8)    VALUE ZERO.
001661 77  WS-APL-DUE-DATE          PIC 9(8)    VALUE ZERO.
001662 77  WS-APL-TERMS-CODE        PIC X(04)   VALUE SPACES.
001663 77  WS-APL-DISC-AMOUNT       PIC 9(5)V99 VALUE ZERO.
001664 77  WS-ITEM-CASH-DUE         PIC 9(5)V99 VALUE ZERO.
001665 77  WS-RELEASED-EOF          PIC X       VALUE 'N'.
001666     88  RELEASED-EOF                     VALUE 'Y'.
001667 77  WS-RELEASED-SW           PIC X       VALUE 'N'.
001668     88  PAYMENT-WAS-RELEASED             VALUE 'Y'.
001669 77  WS-RELEASED-COUNT        PIC 9(5) COMP VALUE ZERO.
001670 77  WS-MAX-RELEASED          PIC 9(5) COMP VALUE 1000.
001671 77  WS-REL-IDX               PIC 9(5) COMP VALUE ZERO.
001672 77  WS-RELEASED-APPLIED      PIC 9(5) COMP VALUE ZERO.

001673*----------------------------------------------------------*
001674* WS-RELEASED-TABLE - THE PAYMENT IMAGES ON RELPAY.DAT.  A  *
001675* PAYMENT MATCHING AN UNUSED ENTRY IS A RELEASED PAYMENT    *
001676* AND USES THE ENTRY UP, SO A DUPLICATE IMAGE IS FLAGGED    *
001677* ONLY AS OFTEN AS IT WAS RELEASED.                         *
001678*----------------------------------------------------------*
001679 01  WS-RELEASED-TABLE.
001680     05  WS-RELEASED-ENTRY OCCURS 1 TO 1000 TIMES
001681                           DEPENDING ON WS-RELEASED-COUNT.
001682         10  WL-PAYMENT-IMAGE PIC X(38).
001683         10  WL-USED-SW      PIC X(01).
001684             88  WL-USED                  VALUE 'Y'.

001685*----------------------------------------------------------*
001686* WS-CUST-INV-TABLE - THE PAYMENT'S OWN CUSTOMER'S OPEN     *
001687* ITEMS, LOADED FROM THE OPEN-ITEM MASTER BY KEYED START,   *
001690* SO THE OLDEST-FIRST MATCH CAN PICK BY INVOICE DATE.       *
001700* RELIEVED ENTRIES ARE FLAGGED AND POSTED BACK TO THE       *
001710* MASTER AFTER THE CUSTOMER BALANCE REWRITES CLEANLY.       *
001720* AN ITEM ON DISCOUNT TERMS CARRIES ITS DISCOUNT DATE AND   *
001721* PERCENT, AND THE DISCOUNT THIS PAYMENT TOOK ON IT.  THE   *
001722* DUE DATE AND TERMS RIDE ALONG TO APPLIED.DAT.             *
001726*----------------------------------------------------------*
001730 01  WS-CUST-INV-TABLE.
001740     05  WS-CUST-INV-ENTRY OCCURS 1 TO 200 TIMES
001750                           DEPENDING ON WS-CUST-INV-COUNT.
001760         10  WE-INVOICE-NO   PIC X(10).
001770         10  WE-INVOICE-DATE PIC 9(08).
001780         10  WE-OPEN-AMOUNT  PIC 9(5)V99.
001785         10  WE-RELIEF-AMOUNT PIC 9(5)V99.
001790         10  WE-CHANGED-SW   PIC X(01).
001800             88  WE-CHANGED               VALUE 'Y'.
001805         10  WE-DISC-DATE    PIC 9(08).
001810         10  WE-DISC-PCT     PIC 9(2)V99.
001815         10  WE-DISC-TAKEN   PIC 9(5)V99.
001816         10  WE-DUE-DATE     PIC 9(08).
001817         10  WE-TERMS-CODE   PIC X(04).

001820*----------------------------------------------------------*
001830* WS-SHORT-PAY-IMAGE - THE PAYMENT IMAGE WRITTEN TO THE     *
002320     05  SL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
002330     05  FILLER              PIC X(70) VALUE SPACES.

002331 01  WS-RESUME-LINE.
002332     05  FILLER              PIC X(30) VALUE
002333         "*** RESUMED AFTER PAYMENT".
002334     05  RR-SKIP-COUNT       PIC ZZZ,ZZZ,ZZ9.
002335     05  FILLER              PIC X(40) VALUE
002336         " - SUMMARY COVERS THIS ATTEMPT ONLY ***".
002337     05  FILLER              PIC X(51) VALUE SPACES.

002338*----------------------------------------------------------*
002339* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
002340* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
002341* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
002342*----------------------------------------------------------*
002343     COPY RUNSTEPS.
002344 77  WS-RUN-STEP-NAME         PIC X(16)   VALUE "CASH-APPLY".
002345 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
002346 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
002347 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
002348 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
002349 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
002350 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
002351 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
002352     88  RUN-RECORD-FOUND                 VALUE 'Y'.
002353 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
002354     88  STEP-REFUSED                     VALUE 'Y'.
002355 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
002356 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
002357 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
002358 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
002359 01  WS-RUN-REASON.
002360     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
002361     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

002365 PROCEDURE DIVISION.

002370 0000-MAINLINE.
002372     PERFORM 9300-COUNT-PAYMENTS THRU 9300-EXIT.
002374     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
002376     IF NOT STEP-REFUSED
002380         PERFORM 1000-INITIALIZE THRU 1000-EXIT
002390         PERFORM 3000-READ-PAYMENT THRU 3000-EXIT
002400         PERFORM 4000-APPLY-PAYMENT THRU 4000-EXIT
002410             UNTIL PAYMENT-EOF
002420         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002430         PERFORM 9000-TERMINATE THRU 9000-EXIT
002433         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
002436     END-IF.
002440     STOP RUN.

002460*----------------------------------------------------------*
002470* 1000-INITIALIZE - OPEN FILES AND WRITE REGISTER HEADINGS  *
002480*----------------------------------------------------------*
002490 1000-INITIALIZE.
002510     OPEN I-O    CUSTOMER-MASTER.
002520     OPEN I-O    INVOICE-MASTER.
002530     OPEN INPUT  PAYMENT-FILE.
002540     IF WS-RUN-RESUME-COUNT > ZERO
002542         OPEN EXTEND CASH-REGISTER-RPT
002544     ELSE
002546         OPEN OUTPUT CASH-REGISTER-RPT
002548     END-IF.
002550*    UNAPPLD.DAT ALWAYS OPENS EXTEND - THE CARRIED-FORWARD
002560*    STOCK THE UNAPPLIED-CASH WORKBENCH WRITES BACK MUST
002570*    SURVIVE THE NIGHTLY RUN.  PURGING THE FILE IS THE
002590*    PROGRAM'S.
002600     OPEN EXTEND UNAPPLIED-FILE.
002605     OPEN EXTEND APPLIED-FILE.
002607     OPEN EXTEND JOURNAL-FILE.
002608     PERFORM 1100-LOAD-RELEASED-PAYMENTS THRU 1100-EXIT.
002610     WRITE RPT-RECORD FROM WS-HEADER-LINE-1.
002620     WRITE RPT-RECORD FROM WS-HEADER-LINE-2.
002622     IF WS-RUN-RESUME-COUNT > ZERO
002624         PERFORM 1200-SKIP-COMMITTED-PAYMENTS THRU 1200-EXIT
002626     END-IF.
002628     MOVE WS-RUN-RESUME-COUNT TO WS-PAY-SEQ.
002630 1000-EXIT.
002640     EXIT.

002641*----------------------------------------------------------*
002642* 1100-LOAD-RELEASED-PAYMENTS - LOAD THE PAYMENT IMAGES     *
002643* UNAP-WORKBENCH RELEASED TO RELPAY.DAT                     *
002644*----------------------------------------------------------*
002645 1100-LOAD-RELEASED-PAYMENTS.
002646     OPEN INPUT RELEASED-FILE.
002647     PERFORM 1150-LOAD-ONE-RELEASED THRU 1150-EXIT
002648         UNTIL RELEASED-EOF.
002649     CLOSE RELEASED-FILE.
002650 1100-EXIT.
002651     EXIT.

002653 1150-LOAD-ONE-RELEASED.
002654     READ RELEASED-FILE
002655         AT END
002656             MOVE 'Y' TO WS-RELEASED-EOF
002657         NOT AT END
002658             IF WS-RELEASED-COUNT < WS-MAX-RELEASED
002659                 ADD 1 TO WS-RELEASED-COUNT
002660                 MOVE REL-REMITTANCE
002661                     TO WL-PAYMENT-IMAGE (WS-RELEASED-COUNT)
002662                 MOVE 'N' TO WL-USED-SW (WS-RELEASED-COUNT)
002663             ELSE
002664                 DISPLAY "*** RELEASED PAYMENTS EXCEED "
002665                     WS-MAX-RELEASED
002666                     " ENTRY CAPACITY - REMAINDER NOT FLAGGED ***"
002667                 MOVE 16 TO RETURN-CODE
002668                 MOVE 'Y' TO WS-RELEASED-EOF
002669             END-IF
002670     END-READ.
002671 1150-EXIT.
002672     EXIT.

002673*----------------------------------------------------------*
002674* 1200-SKIP-COMMITTED-PAYMENTS - A RERUN AFTER AN ABEND    *
002675* DUMMY-READS PAST THE PAYMENTS THE PARTIAL RUN ALREADY    *
002676* COMMITTED, SO NONE IS APPLIED TWICE.                     *
002677*----------------------------------------------------------*
002678 1200-SKIP-COMMITTED-PAYMENTS.
002679     PERFORM 3000-READ-PAYMENT THRU 3000-EXIT
002680         VARYING WS-SKIP-COUNT FROM 1 BY 1
002681         UNTIL WS-SKIP-COUNT > WS-RUN-RESUME-COUNT
002682         OR PAYMENT-EOF.
002683     MOVE WS-RUN-RESUME-COUNT TO RR-SKIP-COUNT.
002684     WRITE RPT-RECORD FROM WS-RESUME-LINE.
002685 1200-EXIT.
002686     EXIT.

002687*----------------------------------------------------------*
002688* 3000-READ-PAYMENT - READ THE NEXT PAYMENT RECORD          *
002689*----------------------------------------------------------*
002690 3000-READ-PAYMENT.
002700     READ PAYMENT-FILE
002710         AT END MOVE 'Y' TO WS-PAYMENT-EOF
002790* OPEN ITEMS, AND EITHER SUBTRACT THE RELIEVED PORTION FROM *
002800* BALANCE AND REWRITE THE MASTER IN PLACE OR ROUTE THE      *
002810* PAYMENT TO UNAPPLIED CASH, THEN WRITE ONE REGISTER LINE   *
002820* SHOWING WHAT HAPPENED.  AN EARNED DISCOUNT COMES OFF      *
002825* BALANCE WITH THE CASH.                                    *
002830*----------------------------------------------------------*
002840 4000-APPLY-PAYMENT.
002845     ADD 1 TO WS-PAY-SEQ.
002847     PERFORM 4050-CHECK-RELEASED THRU 4050-EXIT.
002850     PERFORM 4100-READ-MASTER-RECORD THRU 4100-EXIT.
002860     PERFORM 4200-EDIT-PAYMENT THRU 4200-EXIT.
002870     IF WS-REJECT-REASON-CODE = SPACES
002890     END-IF.
002900     IF WS-REJECT-REASON-CODE = SPACES
002910         SUBTRACT WS-APPLIED-AMT FROM CM-BALANCE
002915         SUBTRACT WS-PAY-DISC-AMT FROM CM-BALANCE
002920         PERFORM 4500-REWRITE-MASTER-RECORD THRU 4500-EXIT
002930         IF WS-REMAINING-AMT > ZERO
002940             PERFORM 4700-WRITE-SHORT-PAY-RECORD THRU 4700-EXIT
002980         MOVE "UNAPPLIED" TO WS-RESULT-DESC
002990     END-IF.
003000     PERFORM 4900-WRITE-REGISTER-LINE THRU 4900-EXIT.
003005     PERFORM 9270-COMMIT-CHECKPOINT THRU 9270-EXIT.
003010     PERFORM 3000-READ-PAYMENT THRU 3000-EXIT.
003020 4000-EXIT.
003030     EXIT.

003031*----------------------------------------------------------*
003032* 4050-CHECK-RELEASED - A PAYMENT WHOSE IMAGE IS ON         *
003033* RELPAY.DAT CAME BACK FROM UNAPPLIED CASH                  *
003034*----------------------------------------------------------*
003035 4050-CHECK-RELEASED.
003036     MOVE 'N' TO WS-RELEASED-SW.
003037     PERFORM 4060-MATCH-ONE-RELEASED THRU 4060-EXIT
003038         VARYING WS-REL-IDX FROM 1 BY 1
003039         UNTIL WS-REL-IDX > WS-RELEASED-COUNT
003040         OR PAYMENT-WAS-RELEASED.
003041     IF PAYMENT-WAS-RELEASED
003042         ADD 1 TO WS-RELEASED-APPLIED
003043     END-IF.
003044 4050-EXIT.
003045     EXIT.

003047 4060-MATCH-ONE-RELEASED.
003048     IF WL-PAYMENT-IMAGE (WS-REL-IDX) = PAY-REMITTANCE
003049         AND NOT WL-USED (WS-REL-IDX)
003050         MOVE 'Y' TO WL-USED-SW (WS-REL-IDX)
003051         SET PAYMENT-WAS-RELEASED TO TRUE
003052     END-IF.
003053 4060-EXIT.
003054     EXIT.

003057*----------------------------------------------------------*
003060* 4100-READ-MASTER-RECORD - RANDOM READ OF THE MASTER BY    *
003070* THE PAYMENT'S CUSTOMER-ID                                 *
003080*----------------------------------------------------------*
003640* FIRST; WHATEVER REMAINS MATCHES OLDEST INVOICE FIRST BY   *
003650* INVOICE DATE.  A CUSTOMER WITH NO OPEN ITEMS ON FILE      *
003660* APPLIES AGAINST THE ROLLED-UP BALANCE ALONE, THE SAME     *
003670* FALLBACK THE AGING JOBS USE.  AN UNEARNED DISCOUNT STOPS  *
003675* THE MATCH WITH REASON 09 AND THE WHOLE PAYMENT IS HELD.   *
003680*----------------------------------------------------------*
003690 4300-RELIEVE-OPEN-ITEMS.
003700     MOVE PAY-AMOUNT TO WS-REMAINING-AMT.
003710     MOVE ZERO       TO WS-APPLIED-AMT.
003715     MOVE ZERO       TO WS-PAY-DISC-AMT.
003720     MOVE 'Y'        TO WS-NAMED-INV-SW.
003730     PERFORM 4310-LOAD-CUST-INVOICES THRU 4310-EXIT.
003740     IF NOT CUST-HAS-INVOICES
003820             PERFORM 4350-RELIEVE-OLDEST-INVOICE THRU 4350-EXIT
003830                 UNTIL WS-REMAINING-AMT = ZERO
003840                 OR WS-OLDEST-IDX = ZERO
003845                 OR WS-REJECT-REASON-CODE NOT = SPACES
003850             COMPUTE WS-APPLIED-AMT =
003860                 PAY-AMOUNT - WS-REMAINING-AMT
003870         ELSE
004330                         TO WE-OPEN-AMOUNT (WS-CUST-INV-COUNT)
004340                     MOVE 'N'
004350                         TO WE-CHANGED-SW (WS-CUST-INV-COUNT)
004355                     MOVE ZERO
004357                         TO WE-RELIEF-AMOUNT (WS-CUST-INV-COUNT)
004358                     MOVE ZERO
004359                         TO WE-DISC-TAKEN (WS-CUST-INV-COUNT)
004360                     IF INV-DISC-PCT NUMERIC
004361                         AND INV-DISC-DATE NUMERIC
004362                         MOVE INV-DISC-DATE
004363                             TO WE-DISC-DATE (WS-CUST-INV-COUNT)
004364                         MOVE INV-DISC-PCT
004365                             TO WE-DISC-PCT (WS-CUST-INV-COUNT)
004366                     ELSE
004367                         MOVE ZERO
004368                             TO WE-DISC-DATE (WS-CUST-INV-COUNT)
004369                         MOVE ZERO
004370                             TO WE-DISC-PCT (WS-CUST-INV-COUNT)
004371                     END-IF
004372                     MOVE INV-DUE-DATE
004373                         TO WE-DUE-DATE (WS-CUST-INV-COUNT)
004374                     MOVE INV-TERMS-CODE
004375                         TO WE-TERMS-CODE (WS-CUST-INV-COUNT)
004376                 ELSE
004377                     DISPLAY "*** OPEN ITEMS FOR "
004380                         PAY-CUSTOMER-ID " EXCEED "
004390                         WS-MAX-CUST-INVOICES
004400                         " ENTRY CAPACITY - REMAINDER "
005000 4360-EXIT.
005010     EXIT.

005011*----------------------------------------------------------*
005012* 4440-FIGURE-DISCOUNT - EVERY ITEM ON DISCOUNT TERMS THE   *
005013* PAYMENT RELIEVES IS TESTED.  WHEN THE CASH LEFT COVERS    *
005014* THE OPEN AMOUNT LESS THE ALLOWED DISCOUNT, THE ITEM IS    *
005015* PAID OFF AT A DISCOUNT - THE FULL ALLOWED DISCOUNT WHEN   *
005016* THE CASH COVERS THE WHOLE OPEN AMOUNT, OTHERWISE THE      *
005017* SHORTFALL.  PAID ON OR BEFORE THE DISCOUNT DATE IT IS     *
005018* EARNED.  PAID AFTER IT, AN ITEM PAID IN FULL TAKES NO     *
005019* DISCOUNT, AND A SHORTFALL IS AN UNEARNED DISCOUNT -       *
005020* REASON 09 HOLDS THE WHOLE PAYMENT AS A SHORT-PAY.  A      *
005021* SHORTFALL BIGGER THAN THE DISCOUNT IS AN ORDINARY PARTIAL *
005022* PAYMENT.                                                  *
005023*----------------------------------------------------------*
005024 4440-FIGURE-DISCOUNT.
005025     MOVE ZERO TO WS-ITEM-DISC-AMT.
005026     IF WE-DISC-PCT (WS-INV-IDX) > ZERO
005027         COMPUTE WS-ALLOWED-DISC-AMT ROUNDED =
005028             WE-OPEN-AMOUNT (WS-INV-IDX)
005029                 * WE-DISC-PCT (WS-INV-IDX) / 100
005030         IF WS-REMAINING-AMT + WS-ALLOWED-DISC-AMT
005031                 NOT < WE-OPEN-AMOUNT (WS-INV-IDX)
005032             IF PAY-DATE > WE-DISC-DATE (WS-INV-IDX)
005033                 IF WS-REMAINING-AMT < WE-OPEN-AMOUNT (WS-INV-IDX)
005034                     MOVE "09" TO WS-REJECT-REASON-CODE
005035                     MOVE "UNEARNED DISCOUNT TAKEN"
005036                         TO WS-REJECT-REASON-TEXT
005037                     ADD 1 TO WS-UNEARNED-COUNT
005038                     ADD PAY-AMOUNT TO WS-UNEARNED-TOTAL
005039             END-IF
005040             ELSE
005041                 IF WS-REMAINING-AMT < WE-OPEN-AMOUNT (WS-INV-IDX)
005042                     COMPUTE WS-ITEM-DISC-AMT =
005043                         WE-OPEN-AMOUNT (WS-INV-IDX)
005044                             - WS-REMAINING-AMT
005045                 ELSE
005046                     MOVE WS-ALLOWED-DISC-AMT TO WS-ITEM-DISC-AMT
005047                 END-IF
005048             END-IF
005049         END-IF
005050     END-IF.
005051 4440-EXIT.
005052     EXIT.

005053*----------------------------------------------------------*
005054* 4450-RELIEVE-TABLE-ENTRY - THE CASH DUE ON THE ITEM IS    *
005055* ITS OPEN AMOUNT LESS ANY EARNED DISCOUNT.  TAKE THE       *
005060* SMALLER OF THE REMAINING PAYMENT AND THE CASH DUE OFF     *
005065* BOTH.  A PARTIAL PAYMENT LEAVES THE REDUCED OPEN AMOUNT   *
005070* ON THE ITEM; A FULL RELIEF CLOSES IT.  AN EARNED DISCOUNT *
005075* THEN RELIEVES WHAT THE CASH LEFT OPEN.                    *
005080*----------------------------------------------------------*
005090 4450-RELIEVE-TABLE-ENTRY.
005095     PERFORM 4440-FIGURE-DISCOUNT THRU 4440-EXIT.
005100     IF WS-REJECT-REASON-CODE = SPACES
005102         COMPUTE WS-ITEM-CASH-DUE =
005104             WE-OPEN-AMOUNT (WS-INV-IDX) - WS-ITEM-DISC-AMT
005105         IF WS-REMAINING-AMT < WS-ITEM-CASH-DUE
005110             MOVE WS-REMAINING-AMT TO WS-RELIEF-AMT
005115         ELSE
005120             MOVE WS-ITEM-CASH-DUE TO WS-RELIEF-AMT
005125         END-IF
005130         IF WS-RELIEF-AMT > ZERO
005135             SUBTRACT WS-RELIEF-AMT
005140                 FROM WE-OPEN-AMOUNT (WS-INV-IDX)
005145             SUBTRACT WS-RELIEF-AMT FROM WS-REMAINING-AMT
005150             ADD WS-RELIEF-AMT TO WE-RELIEF-AMOUNT (WS-INV-IDX)
005155             MOVE 'Y' TO WE-CHANGED-SW (WS-INV-IDX)
005165         END-IF
005170         IF WS-ITEM-DISC-AMT > ZERO
005175             SUBTRACT WS-ITEM-DISC-AMT
005180                 FROM WE-OPEN-AMOUNT (WS-INV-IDX)
005185             ADD WS-ITEM-DISC-AMT TO WE-DISC-TAKEN (WS-INV-IDX)
005190             ADD WS-ITEM-DISC-AMT TO WS-PAY-DISC-AMT
005195         END-IF
005200     END-IF.
005220 4450-EXIT.
005230     EXIT.


005390 4470-POST-ONE-ITEM.
005400     IF WE-CHANGED (WS-INV-IDX)
005405         ADD 1 TO WS-RELIEVED-INV-COUNT
005410         MOVE PAY-CUSTOMER-ID TO INV-CUSTOMER-ID
005420         MOVE WE-INVOICE-NO (WS-INV-IDX) TO INV-INVOICE-NO
005430         READ INVOICE-MASTER
005530                     REWRITE INVOICE-RECORD
005540                 END-IF
005550         END-READ
005552         MOVE WE-INVOICE-NO (WS-INV-IDX)    TO WS-APL-INVOICE-NO
005554         MOVE WE-RELIEF-AMOUNT (WS-INV-IDX) TO WS-APL-AMOUNT
005555         MOVE WE-INVOICE-DATE (WS-INV-IDX) TO WS-APL-INVOICE-DATE
005556         MOVE WE-DUE-DATE (WS-INV-IDX)     TO WS-APL-DUE-DATE
005557         MOVE WE-TERMS-CODE (WS-INV-IDX)   TO WS-APL-TERMS-CODE
005558         MOVE WE-DISC-TAKEN (WS-INV-IDX)   TO WS-APL-DISC-AMOUNT
005559         PERFORM 4480-WRITE-APPLIED-RECORD THRU 4480-EXIT
005560         IF WE-DISC-TAKEN (WS-INV-IDX) > ZERO
005561             PERFORM 4485-WRITE-DISCOUNT-JOURNAL THRU 4485-EXIT
005562         END-IF
005563     END-IF.
005570 4470-EXIT.
005580     EXIT.

005720             MOVE "UNAPPLIED" TO WS-RESULT-DESC
005730         NOT INVALID KEY
005740             PERFORM 4460-POST-RELIEVED-ITEMS THRU 4460-EXIT
005742             IF NOT CUST-HAS-INVOICES
005744                 MOVE PAY-INVOICE-NO TO WS-APL-INVOICE-NO
005745                 MOVE WS-APPLIED-AMT TO WS-APL-AMOUNT
005746                 MOVE ZERO           TO WS-APL-INVOICE-DATE
005747                 MOVE ZERO           TO WS-APL-DUE-DATE
005748                 MOVE SPACES         TO WS-APL-TERMS-CODE
005749                 MOVE ZERO           TO WS-APL-DISC-AMOUNT
005751                 PERFORM 4480-WRITE-APPLIED-RECORD THRU 4480-EXIT
005753             END-IF
005755             ADD WS-APPLIED-AMT TO WS-APPLIED-TOTAL
005760             ADD 1 TO WS-APPLIED-COUNT
005762             IF WS-PAY-DISC-AMT > ZERO
005764                 ADD WS-PAY-DISC-AMT TO WS-DISCOUNT-TOTAL
005766                 ADD 1 TO WS-DISCOUNT-COUNT
005768             END-IF
005770             MOVE "APPLIED"  TO WS-RESULT-DESC
005780     END-REWRITE.
005790 4500-EXIT.

005802*----------------------------------------------------------*
005803* 4480-WRITE-APPLIED-RECORD - APPEND THE APPLIED-CASH       *
005804* DETAIL FOR ONE RELIEVED ITEM TO THE PERMANENT TRAIL,      *
005805* WITH THE PAYMENT'S SEQUENCE AND FULL AMOUNT TO NAME THE   *
005806* CHECK AND THE ITEM'S DATES AND TERMS AS THEY STOOD,       *
005807* WITH ANY DISCOUNT TAKEN ON IT.  THE CHECK SEQUENCE AND    *
005808* CHECK AMOUNT COME FROM PAYMENTS.DAT, SO EVERY LINE OF A   *
005809* LOCKBOX CHECK NAMES THE SAME CHECK; A PAYMENT WITHOUT     *
005810* THEM IS ITS OWN CHECK, SEQUENCE ZERO.                     *
005811*----------------------------------------------------------*
005812 4480-WRITE-APPLIED-RECORD.
005813     MOVE WS-RUN-BUSINESS-DATE TO APL-APPLY-DATE.
005814     MOVE PAY-CUSTOMER-ID   TO APL-CUSTOMER-ID.
005815     MOVE WS-APL-INVOICE-NO TO APL-INVOICE-NO.
005816     MOVE PAY-DATE          TO APL-PAY-DATE.
005817     MOVE WS-APL-AMOUNT     TO APL-APPLIED-AMOUNT.
005818     MOVE PAY-CURRENCY-CODE TO APL-CURRENCY-CODE.
005819     MOVE WS-PAY-SEQ        TO APL-PAY-SEQ.
005820     MOVE PAY-AMOUNT        TO APL-PAY-AMOUNT.
005821     MOVE WS-APL-INVOICE-DATE TO APL-INVOICE-DATE.
005822     MOVE WS-APL-DUE-DATE   TO APL-DUE-DATE.
005823     MOVE WS-APL-TERMS-CODE TO APL-TERMS-CODE.
005824     MOVE WS-RELEASED-SW    TO APL-RELEASED-SW.
005825     MOVE WS-APL-DISC-AMOUNT TO APL-DISC-AMOUNT.
005826     IF PAY-CHECK-SEQ NUMERIC AND PAY-CHECK-AMOUNT NUMERIC
005827         AND PAY-CHECK-AMOUNT > ZERO
005828         MOVE PAY-CHECK-SEQ    TO APL-CHECK-SEQ
005829         MOVE PAY-CHECK-AMOUNT TO APL-CHECK-AMOUNT
005830     ELSE
005831         MOVE ZERO             TO APL-CHECK-SEQ
005832         MOVE PAY-AMOUNT       TO APL-CHECK-AMOUNT
005833     END-IF.
005834     WRITE APPLIED-RECORD.
005835 4480-EXIT.
005836     EXIT.

005837*----------------------------------------------------------*
005838* 4485-WRITE-DISCOUNT-JOURNAL - JOURNAL THE EARLY-PAYMENT  *
005839* DISCOUNT TAKEN ON ONE ITEM AS ACTION "D", NEGATIVE       *
005840* BECAUSE IT TAKES THE BALANCE DOWN.                       *
005841*----------------------------------------------------------*
005842 4485-WRITE-DISCOUNT-JOURNAL.
005843     MOVE WS-RUN-BUSINESS-DATE TO JRN-RUN-DATE.
005844     MOVE PAY-CUSTOMER-ID   TO JRN-CUSTOMER-ID.
005845     MOVE WE-INVOICE-NO (WS-INV-IDX) TO JRN-INVOICE-NO.
005846     MOVE "D"               TO JRN-ACTION-CODE.
005847     COMPUTE JRN-SIGNED-AMOUNT =
005848         ZERO - WE-DISC-TAKEN (WS-INV-IDX).
005849     MOVE PAY-CURRENCY-CODE TO JRN-CURRENCY-CODE.
005850     WRITE JOURNAL-RECORD.
005851 4485-EXIT.
005852     EXIT.

005853*----------------------------------------------------------*
005854* 4700-WRITE-SHORT-PAY-RECORD - THE PORTION OF AN APPLIED   *
005855* PAYMENT NO OPEN ITEM ABSORBED GOES TO THE UNAPPLIED FILE  *
005856* AS A SHORT-PAY, WITH THE LEFTOVER AMOUNT IN THE PAYMENT   *
005860* IMAGE SO CASH CAN WORK IT THE NEXT DAY                    *
005870*----------------------------------------------------------*
005880 4700-WRITE-SHORT-PAY-RECORD.
005950     MOVE "08"               TO UNAP-REASON-CODE.
005960     MOVE "SHORT PAY - NO OPEN ITEM LEFT"
005970         TO UNAP-REASON-TEXT.
005980     MOVE WS-RUN-BUSINESS-DATE TO UNAP-DATE-ADDED.
005985     MOVE WS-RELEASED-SW     TO UNAP-RELEASED-SW.
005990     WRITE UNAPPLIED-RECORD.
006000     ADD WS-REMAINING-AMT TO WS-SHORT-PAY-TOTAL.
006010     ADD 1 TO WS-SHORT-PAY-COUNT.
006030     EXIT.

006050 4800-WRITE-UNAPPLIED-RECORD.
006060     MOVE PAY-REMITTANCE        TO UNAP-PAYMENT-IMAGE.
006070     MOVE WS-REJECT-REASON-CODE TO UNAP-REASON-CODE.
006080     MOVE WS-REJECT-REASON-TEXT TO UNAP-REASON-TEXT.
006090     MOVE WS-RUN-BUSINESS-DATE  TO UNAP-DATE-ADDED.
006095     MOVE WS-RELEASED-SW        TO UNAP-RELEASED-SW.
006100     WRITE UNAPPLIED-RECORD.
006110     IF PAY-AMOUNT NUMERIC
006120         ADD PAY-AMOUNT TO WS-UNAPPLIED-TOTAL
006290     END-IF.
006300     MOVE WS-RESULT-DESC      TO RL-RESULT.
006310     MOVE WS-REJECT-REASON-TEXT TO RL-REASON.
006312     IF WS-RESULT-DESC = "APPLIED" AND WS-PAY-DISC-AMT > ZERO
006314         MOVE "EARLY-PAYMENT DISCOUNT TAKEN" TO RL-REASON
006316     END-IF.
006320     WRITE RPT-RECORD FROM WS-REGISTER-LINE.
006330 4900-EXIT.
006340     EXIT.
006670     MOVE ZERO                TO SL-AMOUNT.
006680     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

006681     MOVE SPACES TO WS-SUMMARY-LINE.
006682     MOVE "DISCOUNTS TAKEN"    TO SL-LABEL.
006683     MOVE WS-DISCOUNT-COUNT   TO SL-COUNT.
006684     MOVE WS-DISCOUNT-TOTAL   TO SL-AMOUNT.
006685     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

006686     MOVE SPACES TO WS-SUMMARY-LINE.
006687     MOVE "UNEARNED DISC HELD" TO SL-LABEL.
006688     MOVE WS-UNEARNED-COUNT   TO SL-COUNT.
006689     MOVE WS-UNEARNED-TOTAL   TO SL-AMOUNT.
006690     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

006691     MOVE SPACES TO WS-SUMMARY-LINE.
006692     MOVE "RELEASED PAYMENTS"  TO SL-LABEL.
006693     MOVE WS-RELEASED-APPLIED TO SL-COUNT.
006694     MOVE ZERO                TO SL-AMOUNT.
006695     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

006700     DISPLAY "PAYMENTS APPLIED:   " WS-APPLIED-COUNT.
006710     DISPLAY "APPLIED TOTAL:      " WS-APPLIED-TOTAL.
006720     DISPLAY "PAYMENTS UNAPPLIED: " WS-UNAPPLIED-COUNT.
006740     DISPLAY "SHORT-PAY COUNT:    " WS-SHORT-PAY-COUNT.
006750     DISPLAY "SHORT-PAY TOTAL:    " WS-SHORT-PAY-TOTAL.
006760     DISPLAY "OPEN ITEMS CLOSED:  " WS-CLOSED-INV-COUNT.
006763     DISPLAY "DISCOUNTS TAKEN:    " WS-DISCOUNT-TOTAL.
006766     DISPLAY "UNEARNED DISC HELD: " WS-UNEARNED-COUNT.
006770 7000-EXIT.
006780     EXIT.

006870     CLOSE CASH-REGISTER-RPT.
006880     CLOSE UNAPPLIED-FILE.
006885     CLOSE APPLIED-FILE.
006887     CLOSE JOURNAL-FILE.
006890 9000-EXIT.
006900     EXIT.

006910*----------------------------------------------------------*
006920* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
006930* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
006940* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
006950* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
006960* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
006970* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
006980* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
006990*----------------------------------------------------------*
007000 9200-START-RUN-CONTROL.
007010     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
007020     OPEN I-O RUN-CONTROL-FILE.
007030     SET RUN-STEP-IDX TO 1.
007040     SEARCH RUN-STEP-ENTRY
007050         AT END
007060             MOVE ZERO TO WS-RUN-OWN-POSITION
007070         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
007080             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
007090     END-SEARCH.
007100     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
007110     IF NOT STEP-REFUSED
007120         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
007130     END-IF.
007140     IF NOT STEP-REFUSED
007150         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
007160     END-IF.
007170     IF STEP-REFUSED
007180         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
007190     ELSE
007200         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
007210     END-IF.
007220 9200-EXIT.
007230     EXIT.

007240*----------------------------------------------------------*
007250* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
007260* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
007270* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
007280* THE STEP IS REFUSED.                                     *
007290*----------------------------------------------------------*
007300 9225-READ-BUSINESS-DATE.
007310     MOVE ZERO            TO RUN-BUSINESS-DATE.
007320     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
007330     READ RUN-CONTROL-FILE
007340         INVALID KEY
007350             SET STEP-REFUSED TO TRUE
007360             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
007370         NOT INVALID KEY
007380             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
007390     END-READ.
007400 9225-EXIT.
007410     EXIT.

007420*----------------------------------------------------------*
007430* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
007440* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
007450* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
007460* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
007470* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
007480* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
007490*----------------------------------------------------------*
007500 9230-CHECK-STEP-ORDER.
007510     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
007520     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
007530         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
007540         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
007550         OR STEP-REFUSED.
007560 9230-EXIT.
007570     EXIT.

007580 9235-CHECK-ONE-STEP.
007590     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
007600         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
007610     END-IF.
007620     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
007630         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
007640         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
007650             SET STEP-REFUSED TO TRUE
007660             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
007670                 TO WS-RUN-REASON-STEP
007680             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
007690         END-IF
007700     END-IF.
007710 9235-EXIT.
007720     EXIT.

007730 9237-CHECK-PREDECESSOR.
007740     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
007750     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
007760         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
007770             SET STEP-REFUSED TO TRUE
007780         END-IF
007790     ELSE
007800         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
007810             SET STEP-REFUSED TO TRUE
007820         END-IF
007830     END-IF.
007840     IF STEP-REFUSED
007850         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
007860             TO WS-RUN-REASON-STEP
007870         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
007880     END-IF.
007890 9237-EXIT.
007900     EXIT.

007910*----------------------------------------------------------*
007920* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
007930* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
007940* FAILED WITH TRANSACTIONS COMMITTED RESUMES AFTER THE     *
007950* LAST ONE COMMITTED, BUT ONLY AGAINST THE SAME INPUT -    *
007960* THE COUNT AND TOTAL TAKEN BEFORE THIS ATTEMPT MUST MATCH *
007970* THE ONES RECORDED BY THE PARTIAL RUN, OR THE STEP IS     *
007980* REFUSED.                                                 *
007990*----------------------------------------------------------*
008000 9240-CHECK-OWN-STEP.
008010     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
008020     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
008030     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
008040     IF RUN-RECORD-FOUND
008050         IF RUN-COMPLETE
008060             SET STEP-REFUSED TO TRUE
008070             MOVE "ALREADY COMPLETE FOR THIS DATE"
008080                 TO WS-RUN-REASON
008090         END-IF
008100         IF (RUN-STARTED OR RUN-FAILED)
008110             AND RUN-COMMIT-COUNT > ZERO
008120             IF RUN-INPUT-COUNT = WS-RUN-INPUT-COUNT
008130                 AND RUN-INPUT-TOTAL = WS-RUN-INPUT-TOTAL
008140                 MOVE RUN-COMMIT-COUNT TO WS-RUN-RESUME-COUNT
008150             ELSE
008160                 SET STEP-REFUSED TO TRUE
008170                 MOVE "INPUT DIFFERS FROM PARTIAL RUN"
008180                     TO WS-RUN-REASON
008190             END-IF
008200         END-IF
008210     END-IF.
008220 9240-EXIT.
008230     EXIT.

008240*----------------------------------------------------------*
008250* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
008260* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
008270* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
008280*----------------------------------------------------------*
008290 9250-MARK-STEP-STARTED.
008300     IF NOT RUN-RECORD-FOUND
008310         MOVE SPACES TO RUN-STEP-DATA
008320         MOVE ZERO   TO RUN-ATTEMPT-COUNT
008330         MOVE ZERO   TO RUN-REFUSAL-COUNT
008340     END-IF.
008350     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
008360     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
008370     SET RUN-STARTED TO TRUE.
008380     MOVE ZERO                 TO RUN-RETURN-CODE.
008390     ADD 1                     TO RUN-ATTEMPT-COUNT.
008400     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
008410     ACCEPT WS-RUN-TIME FROM TIME.
008420     MOVE WS-RUN-TIME          TO RUN-START-TIME.
008430     MOVE ZERO                 TO RUN-END-DATE.
008440     MOVE ZERO                 TO RUN-END-TIME.
008450     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
008460     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
008470     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
008480     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
008490     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
008500     MOVE SPACES               TO RUN-MESSAGE.
008510     IF WS-RUN-RESUME-COUNT > ZERO
008520         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
008530         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
008540             " COMMITTED TRANSACTIONS"
008550     END-IF.
008560     IF RUN-RECORD-FOUND
008570         REWRITE RUN-CONTROL-RECORD
008580             INVALID KEY
008590                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
008600         END-REWRITE
008610     ELSE
008620         WRITE RUN-CONTROL-RECORD
008630             INVALID KEY
008640                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
008650         END-WRITE
008660     END-IF.
008670 9250-EXIT.
008680     EXIT.

008690*----------------------------------------------------------*
008700* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
008710* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
008720* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
008730* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
008740* OF AN ATTEMPT ALREADY ON FILE.                           *
008750*----------------------------------------------------------*
008760 9260-REFUSE-THE-STEP.
008770     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
008780         WS-RUN-REASON " ***".
008790     IF WS-RUN-BUSINESS-DATE > ZERO
008800         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
008810         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
008820         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
008830         IF RUN-RECORD-FOUND
008840             ADD 1 TO RUN-REFUSAL-COUNT
008850             MOVE WS-RUN-REASON TO RUN-MESSAGE
008860             REWRITE RUN-CONTROL-RECORD
008870                 INVALID KEY
008880                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
008890                         RUN-KEY
008900             END-REWRITE
008910         ELSE
008920             MOVE SPACES             TO RUN-STEP-DATA
008930             SET RUN-REFUSED TO TRUE
008940             MOVE 8                  TO RUN-RETURN-CODE
008950             MOVE ZERO               TO RUN-ATTEMPT-COUNT
008960             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
008970             ACCEPT WS-RUN-TIME FROM TIME
008980             MOVE WS-RUN-TIME        TO RUN-START-TIME
008990             MOVE ZERO               TO RUN-END-DATE
009000             MOVE ZERO               TO RUN-END-TIME
009010             MOVE ZERO               TO RUN-INPUT-COUNT
009020             MOVE ZERO               TO RUN-INPUT-TOTAL
009030             MOVE ZERO               TO RUN-COMMIT-COUNT
009040             MOVE ZERO               TO RUN-RESUME-COUNT
009050             MOVE 1                  TO RUN-REFUSAL-COUNT
009060             MOVE WS-RUN-REASON      TO RUN-MESSAGE
009070             WRITE RUN-CONTROL-RECORD
009080                 INVALID KEY
009090                     DISPLAY "RUN-CONTROL WRITE FAILED: "
009100                         RUN-KEY
009110             END-WRITE
009120         END-IF
009130     END-IF.
009140     CLOSE RUN-CONTROL-FILE.
009150     IF RETURN-CODE < 8
009160         MOVE 8 TO RETURN-CODE
009170     END-IF.
009180 9260-EXIT.
009190     EXIT.

009200*----------------------------------------------------------*
009210* 9270-COMMIT-CHECKPOINT - COUNT ONE MORE INPUT            *
009220* TRANSACTION AS COMMITTED AND PUT THE COUNT ON THIS       *
009230* STEP'S RUN-CONTROL RECORD, SO AN ATTEMPT THAT ABENDS CAN *
009240* BE RESUMED AFTER IT.                                     *
009250*----------------------------------------------------------*
009260 9270-COMMIT-CHECKPOINT.
009270     ADD 1 TO WS-RUN-COMMIT-COUNT.
009280     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
009290     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
009300     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
009310     IF RUN-RECORD-FOUND
009320         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
009330         REWRITE RUN-CONTROL-RECORD
009340             INVALID KEY
009350                 DISPLAY "RUN-CONTROL CHECKPOINT FAILED: " RUN-KEY
009360         END-REWRITE
009370     END-IF.
009380 9270-EXIT.
009390     EXIT.

009400*----------------------------------------------------------*
009410* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
009420* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
009430* WS-RUN-CHECK-DATE.                                       *
009440*----------------------------------------------------------*
009450 9290-READ-STEP-RECORD.
009460     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
009470     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
009480         TO RUN-STEP-NAME.
009490     READ RUN-CONTROL-FILE
009500         INVALID KEY
009510             MOVE 'N' TO WS-RUN-RECORD-SW
009520         NOT INVALID KEY
009530             MOVE 'Y' TO WS-RUN-RECORD-SW
009540     END-READ.
009550 9290-EXIT.
009560     EXIT.

009570*----------------------------------------------------------*
009580* 9300-COUNT-PAYMENTS - COUNT AND TOTAL PAYMENTS.DAT       *
009590* BEFORE THE STEP STARTS.  THE COUNT AND TOTAL ARE THE     *
009600* STEP'S INPUT CONTROL TOTALS, AND A RERUN MAY RESUME A    *
009610* PARTIAL RUN ONLY WHEN THEY MATCH THE ONES IT RECORDED.   *
009620*----------------------------------------------------------*
009630 9300-COUNT-PAYMENTS.
009640     OPEN INPUT PAYMENT-FILE.
009650     PERFORM 3000-READ-PAYMENT THRU 3000-EXIT.
009660     PERFORM 9310-COUNT-ONE-PAYMENT THRU 9310-EXIT
009670         UNTIL PAYMENT-EOF.
009680     CLOSE PAYMENT-FILE.
009690     MOVE 'N' TO WS-PAYMENT-EOF.
009700 9300-EXIT.
009710     EXIT.

009720 9310-COUNT-ONE-PAYMENT.
009730     ADD 1 TO WS-RUN-INPUT-COUNT.
009740     IF PAY-AMOUNT NUMERIC
009750         ADD PAY-AMOUNT TO WS-RUN-INPUT-TOTAL
009760     END-IF.
009770     PERFORM 3000-READ-PAYMENT THRU 3000-EXIT.
009780 9310-EXIT.
009790     EXIT.

009800*----------------------------------------------------------*
009810* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
009820* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
009830* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
009840* TOTALS - THE PAYMENTS ON PAYMENTS.DAT AND THEIR TOTAL,   *
009850* AND THE NUMBER COMMITTED.                                *
009860*----------------------------------------------------------*
009870 9500-END-RUN-CONTROL.
009880     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
009890     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
009900     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
009910     IF RUN-RECORD-FOUND
009920         IF RETURN-CODE < 8
009930             SET RUN-COMPLETE TO TRUE
009940         ELSE
009950             SET RUN-FAILED TO TRUE
009960         END-IF
009970         MOVE RETURN-CODE        TO RUN-RETURN-CODE
009980         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
009990         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
010000         ACCEPT WS-RUN-TIME FROM TIME
010010         MOVE WS-RUN-TIME        TO RUN-END-TIME
010020         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
010030         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
010040         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
010050         REWRITE RUN-CONTROL-RECORD
010060             INVALID KEY
010070                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
010080         END-REWRITE
010090     ELSE
010100         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
010110     END-IF.
010120     CLOSE RUN-CONTROL-FILE.
010130 9500-EXIT.
010140     EXIT.
