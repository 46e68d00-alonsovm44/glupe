000400*                   SIGNED ACTIVITY RECORD TO THE BILLING     *
000410*                   JOURNAL (INVJRNL.DAT) SO THE PERIOD'S     *
000420*                   BILLINGS CAN BE PROVED AFTERWARD.         *
000421*  10/15/2026 RWH   EVERY BOOKED INVOICE NOW CARRIES ITS      *
000422*                   CUSTOMER'S PAYMENT TERMS.  THE TERMS      *
000423*                   TABLE (TERMS.DAT) IS LOADED AT START-UP,  *
000424*                   AND "I" LOOKS UP CM-TERMS-CODE TO STAMP   *
000425*                   INV-TERMS-CODE, A DUE DATE OF THE INVOICE *
000426*                   DATE PLUS THE NET DAYS, AND - FOR         *
000427*                   DISCOUNT TERMS SUCH AS 2/10 NET 30 - THE  *
000428*                   DISCOUNT PERCENT AND THE LAST DATE IT MAY *
000429*                   BE TAKEN.  BLANK TERMS ARE DUE ON THE     *
000430*                   INVOICE DATE.  A TERMS CODE NOT ON THE    *
000431*                   TABLE BOOKS DUE ON THE INVOICE DATE TOO,  *
000432*                   WITH A WARNING ON THE REGISTER LINE AND A *
000433*                   COUNT IN THE SUMMARY.  THE REGISTER NOW   *
000434*                   PRINTS THE DUE DATE.                      *
000435*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000436*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000437*                   ALONG WITH EVERY OTHER FIELD.             *
000438*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
000439*                   RUN-CONTROL FILE (RUNCTL.DAT) AND IS      *
000440*                   REFUSED WITH RETURN-CODE 8, BEFORE ANY    *
000441*                   FILE IS OPENED, UNLESS DEPOSIT-EDIT AND   *
000442*                   CASH-APPLY HAVE COMPLETED FOR THE         *
000443*                   BUSINESS DATE, RECUR-GEN IS NOT LEFT      *
000444*                   UNFINISHED, AND NOTHING AFTER THIS STEP   *
000445*                   HAS RUN.  A RUN ALREADY COMPLETE FOR THE  *
000446*                   DATE IS NEVER REPEATED.  INVTRANS.DAT IS  *
000447*                   COUNTED AND TOTALLED BEFORE THE STEP      *
000448*                   STARTS, AND EVERY TRANSACTION POSTED OR   *
000449*                   REJECTED IS COMMITTED TO THE RUN-CONTROL  *
000450*                   RECORD.  A RERUN AFTER AN ABEND RESUMES   *
000451*                   AFTER THE LAST COMMITTED TRANSACTION -    *
000452*                   ONLY WHEN THE FILE'S COUNT AND TOTAL      *
000453*                   MATCH THE PARTIAL RUN - AND APPENDS TO    *
000454*                   INVREG.RPT, SO A PARTIAL RUN IS NEVER     *
000455*                   POSTED TWICE.                             *
000456*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000457*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000458*                   FIELD.                                    *
000459*  10/15/2026 RWH   JOURNAL ENTRIES ARE NOW DATED WITH THE    *
000460*                   BUSINESS DATE THE RUN-CONTROL FILE HAS    *
000461*                   OPEN, NOT THE MACHINE DATE.  THE REGISTER *
000462*                   HEADING STILL SHOWS THE MACHINE DATE.     *
000463*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000464*----------------------------------------------------------*
000465 ENVIRONMENT DIVISION.
000466 INPUT-OUTPUT SECTION.
000467 FILE-CONTROL.
000470     SELECT INVOICE-MASTER   ASSIGN TO "INVMAST.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000550     SELECT TRANS-FILE       ASSIGN TO "INVTRANS.DAT".
000560     SELECT REGISTER-FILE    ASSIGN TO "INVREG.RPT".
000570     SELECT JOURNAL-FILE     ASSIGN TO "INVJRNL.DAT".
000575     SELECT OPTIONAL TERMS-FILE ASSIGN TO "TERMS.DAT".
000576     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000577         ORGANIZATION IS INDEXED
000578         ACCESS MODE IS RANDOM
000579         RECORD KEY IS RUN-KEY.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  INVOICE-MASTER
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 69 CHARACTERS.
000630     COPY INVREC.

000650 FD  CUSTOMER-MASTER
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 180 CHARACTERS.
000680     COPY CUSTREC
000690         REPLACING ==CUSTOMER-RECORD== BY ==CUSTOMER-MASTER-REC==
000700             ==CUSTOMER-ID==   BY ==CM-CUSTOMER-ID==
000780             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
000790             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
000792             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
000794             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
000802             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
000803             ==PARENT-ID==     BY ==CM-PARENT-ID==
000804             ==FAMILY-CREDIT-LIMIT==
000805                 BY ==CM-FAMILY-CREDIT-LIMIT==
000807             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

000810 FD  TRANS-FILE
000820     LABEL RECORDS ARE STANDARD
001040     LABEL RECORDS ARE STANDARD.
001050     COPY JRNREC.

001051*----------------------------------------------------------*
001052* TERMS-FILE - ONE RECORD PER TERMS CODE: NET DAYS TO THE  *
001053* DUE DATE, AND FOR DISCOUNT TERMS THE DISCOUNT PERCENT    *
001054* AND THE DAYS IT MAY BE TAKEN IN.  2/10 NET 30 IS NET 30, *
001055* 2.00 PERCENT, 10 DAYS.                                   *
001056*----------------------------------------------------------*
001057 FD  TERMS-FILE
001058     LABEL RECORDS ARE STANDARD
001059     RECORD CONTAINS 34 CHARACTERS.
001060 01  TERMS-RECORD.
001061     05  TRM-TERMS-CODE      PIC X(04).
001062     05  TRM-NET-DAYS        PIC 9(03).
001063     05  TRM-DISC-PCT        PIC 9(2)V99.
001064     05  TRM-DISC-DAYS       PIC 9(03).
001065     05  TRM-DESCRIPTION     PIC X(20).

001066*----------------------------------------------------------*
001067* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
001068* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
001069* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
001070* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
001071* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
001072* TOTALS.                                                  *
001073*----------------------------------------------------------*
001074 FD  RUN-CONTROL-FILE
001075     LABEL RECORDS ARE STANDARD
001076     RECORD CONTAINS 150 CHARACTERS.
001077     COPY RUNCREC.

001078 WORKING-STORAGE SECTION.
001080 77  WS-TRANS-EOF             PIC X       VALUE 'N'.
001090     88  TRANS-EOF                        VALUE 'Y'.
001100 77  WS-CUST-MATCH-SW         PIC X       VALUE 'N'.
001210 77  WS-RESULT-DESC           PIC X(10)   VALUE SPACES.
001220 77  WS-ACTION-DESC           PIC X(10)   VALUE SPACES.
001230 77  WS-DELTA-AMT             PIC S9(7)V99 VALUE ZERO.
001231 77  WS-NO-TERMS-COUNT        PIC 9(5) COMP VALUE ZERO.
001232 77  WS-TERMS-EOF             PIC X       VALUE 'N'.
001233     88  TERMS-EOF                        VALUE 'Y'.
001234 77  WS-TERMS-COUNT           PIC 9(5) COMP VALUE ZERO.
001235 77  WS-TERMS-MAX-ENTRIES     PIC 9(5) COMP VALUE 50.
001236 77  WS-TERMS-FOUND-SW        PIC X       VALUE 'N'.
001237     88  TERMS-FOUND                      VALUE 'Y'.
001238 77  WS-INV-DAY-NO            PIC 9(7) COMP VALUE ZERO.
001239 77  WS-SKIP-COUNT            PIC 9(9) COMP VALUE ZERO.

001240*----------------------------------------------------------*
001241* WS-TERMS-TABLE - ONE ENTRY PER TERMS CODE FROM           *
001242* TERMS.DAT, SEARCHED BY THE CUSTOMER'S TERMS CODE WHEN AN *
001243* INVOICE IS BOOKED.                                       *
001244*----------------------------------------------------------*
001245 01  WS-TERMS-TABLE.
001246     05  WS-TERMS-ENTRY OCCURS 50 TIMES
001247                        DEPENDING ON WS-TERMS-COUNT
001248                        INDEXED BY WS-TERMS-IDX.
001249         10  WS-TERMS-CODE       PIC X(04).
001250         10  WS-TERMS-NET-DAYS   PIC 9(03).
001251         10  WS-TERMS-DISC-PCT   PIC 9(2)V99.
001252         10  WS-TERMS-DISC-DAYS  PIC 9(03).

001253*----------------------------------------------------------*
001254* DATE-TO-DAY-NUMBER WORK FIELDS - CONVERT A YYYYMMDD DATE *
001255* TO A SERIAL DAY NUMBER AND BACK, SO A NUMBER OF DAYS CAN *
001256* BE ADDED TO AN INVOICE DATE.                             *
001257*----------------------------------------------------------*
001258 01  WS-DTN-FIELDS.
001259     05  WS-DTN-DATE         PIC 9(08)   VALUE ZERO.
001260     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
001261         10  WS-DTN-YYYY     PIC 9(04).
001262         10  WS-DTN-MM       PIC 9(02).
001263         10  WS-DTN-DD       PIC 9(02).
001264     05  WS-DTN-M            PIC 9(4) COMP VALUE ZERO.
001265     05  WS-DTN-M-ADJ        PIC 9(4) COMP VALUE ZERO.
001266     05  WS-DTN-Q            PIC 9(4) COMP VALUE ZERO.
001267     05  WS-DTN-Y            PIC 9(4) COMP VALUE ZERO.
001268     05  WS-DTN-Y4           PIC 9(4) COMP VALUE ZERO.
001269     05  WS-DTN-Y100         PIC 9(4) COMP VALUE ZERO.
001270     05  WS-DTN-Y400         PIC 9(4) COMP VALUE ZERO.
001271     05  WS-DTN-M306         PIC 9(5) COMP VALUE ZERO.
001272     05  WS-DTN-MDAYS        PIC 9(4) COMP VALUE ZERO.
001273     05  WS-DTN-DAY-NO       PIC 9(7) COMP VALUE ZERO.
001274     05  WS-DTN-DDD          PIC S9(7) COMP VALUE ZERO.
001275     05  WS-DTN-MI           PIC 9(4) COMP VALUE ZERO.

001276 01  WS-HEADER-LINE-1.
001277     05  FILLER              PIC X(40) VALUE
001278         "OPEN-ITEM INVOICE REGISTER".
001280     05  FILLER              PIC X(14) VALUE "RUN DATE".
001290     05  HL-RUN-DATE         PIC 9(8).
001300     05  FILLER              PIC X(70) VALUE SPACES.
001340     05  FILLER              PIC X(12) VALUE "CUST ID".
001350     05  FILLER              PIC X(12) VALUE "INVOICE NO".
001360     05  FILLER              PIC X(10) VALUE "INV DATE".
001365     05  FILLER              PIC X(10) VALUE "DUE DATE".
001370     05  FILLER              PIC X(14) VALUE "AMOUNT".
001380     05  FILLER              PIC X(10) VALUE "RESULT".
001390     05  FILLER              PIC X(56) VALUE SPACES.

001410 01  WS-REGISTER-LINE.
001420     05  RL-ACTION           PIC X(08).
001440     05  RL-INVOICE-NO       PIC X(12).
001450     05  RL-INVOICE-DATE     PIC 9(8).
001460     05  FILLER              PIC X(02) VALUE SPACES.
001463     05  RL-DUE-DATE         PIC 9(8).
001466     05  FILLER              PIC X(02) VALUE SPACES.
001470     05  RL-AMOUNT           PIC ZZZ,ZZ9.99.
001480     05  FILLER              PIC X(04) VALUE SPACES.
001490     05  RL-RESULT           PIC X(10).
001500     05  FILLER              PIC X(02) VALUE SPACES.
001510     05  RL-REASON           PIC X(30).
001520     05  FILLER              PIC X(24) VALUE SPACES.

001540 01  WS-SUMMARY-LINE.
001550     05  FILLER              PIC X(20) VALUE SPACES.
001570     05  SL-COUNT            PIC ZZ,ZZ9.
001580     05  FILLER              PIC X(85) VALUE SPACES.

001581 01  WS-RESUME-LINE.
001582     05  FILLER              PIC X(30) VALUE
001583         "*** RESUMED AFTER TRANSACTION".
001584     05  RR-SKIP-COUNT       PIC ZZZ,ZZZ,ZZ9.
001585     05  FILLER              PIC X(40) VALUE
001586         " - SUMMARY COVERS THIS ATTEMPT ONLY ***".
001587     05  FILLER              PIC X(51) VALUE SPACES.

001588*----------------------------------------------------------*
001589* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
001590* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
001591* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
001592*----------------------------------------------------------*
001593     COPY RUNSTEPS.
001594 77  WS-RUN-STEP-NAME         PIC X(16)   VALUE "INV-REGISTER".
001595 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
001596 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
001597 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
001598 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
001599 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
001600 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
001601 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
001602     88  RUN-RECORD-FOUND                 VALUE 'Y'.
001603 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
001604     88  STEP-REFUSED                     VALUE 'Y'.
001605 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
001606 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
001607 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
001608 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
001609 01  WS-RUN-REASON.
001610     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
001611     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

001615 PROCEDURE DIVISION.

001620 0000-MAINLINE.
001622     PERFORM 9300-COUNT-TRANSACTIONS THRU 9300-EXIT.
001624     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
001626     IF NOT STEP-REFUSED
001630         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001640         PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT
001650         PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
001660             UNTIL TRANS-EOF
001670         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
001680         PERFORM 9000-TERMINATE THRU 9000-EXIT
001683         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
001686     END-IF.
001690     STOP RUN.

001710*----------------------------------------------------------*
001760     OPEN I-O    INVOICE-MASTER.
001770     OPEN I-O    CUSTOMER-MASTER.
001780     OPEN INPUT  TRANS-FILE.
001790     IF WS-RUN-RESUME-COUNT > ZERO
001792         OPEN EXTEND REGISTER-FILE
001794     ELSE
001796         OPEN OUTPUT REGISTER-FILE
001798     END-IF.
001800     OPEN EXTEND JOURNAL-FILE.
001805     PERFORM 1600-LOAD-TERMS-TABLE THRU 1600-EXIT.
001810     MOVE WS-SYSTEM-DATE TO HL-RUN-DATE.
001820     WRITE RPT-RECORD FROM WS-HEADER-LINE-1.
001830     WRITE RPT-RECORD FROM WS-HEADER-LINE-2.
001832     IF WS-RUN-RESUME-COUNT > ZERO
001834         PERFORM 1200-SKIP-COMMITTED-TRANS THRU 1200-EXIT
001836     END-IF.
001840 1000-EXIT.
001850     EXIT.

001851*----------------------------------------------------------*
001852* 1200-SKIP-COMMITTED-TRANS - A RERUN AFTER AN ABEND       *
001853* DUMMY-READS PAST THE TRANSACTIONS THE PARTIAL RUN        *
001854* ALREADY COMMITTED, SO NONE IS POSTED TWICE.              *
001855*----------------------------------------------------------*
001856 1200-SKIP-COMMITTED-TRANS.
001857     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT
001858         VARYING WS-SKIP-COUNT FROM 1 BY 1
001859         UNTIL WS-SKIP-COUNT > WS-RUN-RESUME-COUNT
001860         OR TRANS-EOF.
001861     MOVE WS-RUN-RESUME-COUNT TO RR-SKIP-COUNT.
001862     WRITE RPT-RECORD FROM WS-RESUME-LINE.
001863 1200-EXIT.
001864     EXIT.

001865*----------------------------------------------------------*
001866* 1600-LOAD-TERMS-TABLE - READ TERMS.DAT INTO THE TERMS    *
001867* TABLE.  NO TERMS FILE MEANS EVERY INVOICE IS DUE ON ITS  *
001868* INVOICE DATE.                                            *
001869*----------------------------------------------------------*
001870 1600-LOAD-TERMS-TABLE.
001871     OPEN INPUT TERMS-FILE.
001872     PERFORM 1650-LOAD-ONE-TERMS THRU 1650-EXIT
001873         UNTIL TERMS-EOF.
001874     CLOSE TERMS-FILE.
001875 1600-EXIT.
001876     EXIT.

001877 1650-LOAD-ONE-TERMS.
001878     READ TERMS-FILE
001879         AT END
001880             MOVE 'Y' TO WS-TERMS-EOF
001881         NOT AT END
001882             PERFORM 1660-APPLY-TERMS-RECORD THRU 1660-EXIT
001883     END-READ.
001884 1650-EXIT.
001885     EXIT.

001886 1660-APPLY-TERMS-RECORD.
001887     IF TRM-NET-DAYS NOT NUMERIC
001888         OR TRM-DISC-PCT NOT NUMERIC
001889         OR TRM-DISC-DAYS NOT NUMERIC
001890         DISPLAY "INVALID TERMS RECORD - " TRM-TERMS-CODE
001891             " NOT LOADED"
001892     ELSE
001893         IF WS-TERMS-COUNT < WS-TERMS-MAX-ENTRIES
001894             ADD 1 TO WS-TERMS-COUNT
001895             MOVE TRM-TERMS-CODE
001896                 TO WS-TERMS-CODE (WS-TERMS-COUNT)
001897             MOVE TRM-NET-DAYS
001898                 TO WS-TERMS-NET-DAYS (WS-TERMS-COUNT)
001899             MOVE TRM-DISC-PCT
001900                 TO WS-TERMS-DISC-PCT (WS-TERMS-COUNT)
001901             MOVE TRM-DISC-DAYS
001902                 TO WS-TERMS-DISC-DAYS (WS-TERMS-COUNT)
001903         ELSE
001904             DISPLAY "TERMS TABLE FULL - " TRM-TERMS-CODE
001905                 " NOT LOADED"
001906         END-IF
001907     END-IF.
001908 1660-EXIT.
001909     EXIT.

001910*----------------------------------------------------------*
001911* 3000-READ-TRANSACTION - READ THE NEXT TRANSACTION RECORD  *
001912*----------------------------------------------------------*
001913 3000-READ-TRANSACTION.
001914     READ TRANS-FILE
001920         AT END MOVE 'Y' TO WS-TRANS-EOF
001930     END-READ.
001940 3000-EXIT.
002310         END-IF
002320     END-IF.
002330     PERFORM 4900-WRITE-REGISTER-LINE THRU 4900-EXIT.
002335     PERFORM 9270-COMMIT-CHECKPOINT THRU 9270-EXIT.
002340     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
002350 4000-EXIT.
002360     EXIT.
002710*----------------------------------------------------------*
002720* 4200-APPLY-INVOICE - BOOK A NEW OPEN ITEM.  THE INVOICE   *
002730* CURRENCY MUST AGREE WITH THE CUSTOMER'S, THE KEY MUST BE  *
002740* NEW, AND THE BOOKED AMOUNT MOVES CM-BALANCE UP.  THE      *
002745* ITEM IS STAMPED WITH THE CUSTOMER'S TERMS AND DUE DATE.   *
002750*----------------------------------------------------------*
002760 4200-APPLY-INVOICE.
002770     IF ITEM-FOUND
002900             MOVE TRANS-AMOUNT        TO INV-ORIG-AMOUNT
002910             MOVE TRANS-AMOUNT        TO INV-OPEN-AMOUNT
002920             MOVE TRANS-CURRENCY-CODE TO INV-CURRENCY-CODE
002925             PERFORM 4250-APPLY-TERMS THRU 4250-EXIT
002930             WRITE INVOICE-RECORD
002940                 INVALID KEY
002950                     MOVE "REJECTED" TO WS-RESULT-DESC
003080 4200-EXIT.
003090     EXIT.

003091*----------------------------------------------------------*
003092* 4250-APPLY-TERMS - STAMP THE NEW ITEM WITH THE           *
003093* CUSTOMER'S TERMS CODE, ITS DUE DATE (INVOICE DATE PLUS   *
003094* NET DAYS), AND FOR DISCOUNT TERMS THE DISCOUNT PERCENT   *
003095* AND LAST DISCOUNT DATE.  BLANK OR UNKNOWN TERMS ARE DUE  *
003096* ON THE INVOICE DATE WITH NO DISCOUNT.                    *
003097*----------------------------------------------------------*
003098 4250-APPLY-TERMS.
003099     MOVE CM-TERMS-CODE      TO INV-TERMS-CODE.
003100     MOVE TRANS-INVOICE-DATE TO INV-DUE-DATE.
003101     MOVE ZERO               TO INV-DISC-DATE.
003102     MOVE ZERO               TO INV-DISC-PCT.
003103     IF CM-TERMS-CODE NOT = SPACES
003104         PERFORM 4260-FIND-TERMS THRU 4260-EXIT
003105         IF TERMS-FOUND
003106             IF TRANS-INVOICE-DATE NUMERIC
003107                 AND TRANS-INVOICE-DATE > ZERO
003108                 PERFORM 4270-FIGURE-DUE-DATES THRU 4270-EXIT
003109             END-IF
003110         ELSE
003111             MOVE "TERMS NOT ON FILE - DUE NOW"
003112                 TO WS-REJECT-REASON
003113             ADD 1 TO WS-NO-TERMS-COUNT
003114         END-IF
003115     END-IF.
003116 4250-EXIT.
003117     EXIT.

003118 4260-FIND-TERMS.
003119     MOVE 'N' TO WS-TERMS-FOUND-SW.
003120     IF WS-TERMS-COUNT > 0
003121         SET WS-TERMS-IDX TO 1
003122         SEARCH WS-TERMS-ENTRY
003123             AT END
003124                 CONTINUE
003125             WHEN WS-TERMS-CODE (WS-TERMS-IDX) = CM-TERMS-CODE
003126                 SET TERMS-FOUND TO TRUE
003127         END-SEARCH
003128     END-IF.
003129 4260-EXIT.
003130     EXIT.

003131 4270-FIGURE-DUE-DATES.
003132     MOVE TRANS-INVOICE-DATE TO WS-DTN-DATE.
003133     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
003134     MOVE WS-DTN-DAY-NO TO WS-INV-DAY-NO.
003135     COMPUTE WS-DTN-DAY-NO =
003136         WS-INV-DAY-NO + WS-TERMS-NET-DAYS (WS-TERMS-IDX).
003137     PERFORM 8850-DAY-NUMBER-TO-DATE THRU 8850-EXIT.
003138     MOVE WS-DTN-DATE TO INV-DUE-DATE.
003139     IF WS-TERMS-DISC-PCT (WS-TERMS-IDX) > ZERO
003140         COMPUTE WS-DTN-DAY-NO =
003141             WS-INV-DAY-NO + WS-TERMS-DISC-DAYS (WS-TERMS-IDX)
003142         PERFORM 8850-DAY-NUMBER-TO-DATE THRU 8850-EXIT
003143         MOVE WS-DTN-DATE TO INV-DISC-DATE
003144         MOVE WS-TERMS-DISC-PCT (WS-TERMS-IDX) TO INV-DISC-PCT
003145     END-IF.
003146 4270-EXIT.
003147     EXIT.

003149*----------------------------------------------------------*
003151* 4300-APPLY-CREDIT - CREDIT MEMO AGAINST AN OPEN ITEM.     *
003153* THE CREDIT MAY NOT EXCEED THE OPEN AMOUNT; AN ITEM        *
003155* CREDITED TO ZERO IS DELETED AND COUNTED AS CLOSED.        *
003157*----------------------------------------------------------*
003160 4300-APPLY-CREDIT.
003170     IF NOT ITEM-FOUND
003180         MOVE "REJECTED" TO WS-RESULT-DESC
003890                 TRANS-CUSTOMER-ID
003900     END-COMPUTE.
003910     REWRITE CUSTOMER-MASTER-REC.
003920     MOVE WS-RUN-BUSINESS-DATE TO JRN-RUN-DATE.
003930     MOVE TRANS-CUSTOMER-ID   TO JRN-CUSTOMER-ID.
003940     MOVE TRANS-INVOICE-NO    TO JRN-INVOICE-NO.
003950     MOVE TRANS-ACTION-CODE   TO JRN-ACTION-CODE.
004300     MOVE TRANS-CUSTOMER-ID   TO RL-CUSTOMER-ID.
004310     MOVE TRANS-INVOICE-NO    TO RL-INVOICE-NO.
004320     MOVE TRANS-INVOICE-DATE  TO RL-INVOICE-DATE.
004321     IF WS-RESULT-DESC = "APPLIED" AND INV-DUE-DATE NUMERIC
004322         MOVE INV-DUE-DATE    TO RL-DUE-DATE
004323     ELSE
004324         MOVE ZERO            TO RL-DUE-DATE
004325     END-IF.
004330     IF TRANS-AMOUNT NUMERIC
004340         MOVE TRANS-AMOUNT    TO RL-AMOUNT
004350     ELSE
004700     MOVE WS-REJECT-COUNT       TO SL-COUNT.
004710     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

004714     MOVE SPACES TO WS-SUMMARY-LINE.
004718     MOVE "TERMS NOT ON FILE"   TO SL-LABEL.
004722     MOVE WS-NO-TERMS-COUNT     TO SL-COUNT.
004726     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

004730     DISPLAY "INVOICES BOOKED:      " WS-INVOICE-COUNT.
004740     DISPLAY "CREDIT MEMOS APPLIED: " WS-CREDIT-COUNT.
004750     DISPLAY "ADJUSTMENTS APPLIED:  " WS-ADJUST-COUNT.
004760     DISPLAY "OPEN ITEMS CLOSED:    " WS-CLOSED-COUNT.
004770     DISPLAY "REJECTED:             " WS-REJECT-COUNT.
004775     DISPLAY "TERMS NOT ON FILE:    " WS-NO-TERMS-COUNT.
004780 7000-EXIT.
004790     EXIT.

004791*----------------------------------------------------------*
004792* 8800-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD) *
004793* TO A SERIAL DAY NUMBER IN WS-DTN-DAY-NO.  MONTHS ARE     *
004794* SHIFTED SO THE YEAR STARTS IN MARCH, WHICH PUTS THE LEAP *
004795* DAY LAST AND MAKES EVERY MONTH LENGTH A FIXED PATTERN.   *
004796*----------------------------------------------------------*
004797 8800-DATE-TO-DAY-NUMBER.
004798     ADD WS-DTN-MM, 9, GIVING WS-DTN-M.
004799     DIVIDE WS-DTN-M BY 12
004800         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
004801     DIVIDE WS-DTN-M-ADJ BY 10 GIVING WS-DTN-Q.
004802     SUBTRACT WS-DTN-Q FROM WS-DTN-YYYY GIVING WS-DTN-Y.
004803     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
004804     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
004805     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
004806     COMPUTE WS-DTN-M306 = WS-DTN-M-ADJ * 306 + 5.
004807     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
004808     COMPUTE WS-DTN-DAY-NO = 365 * WS-DTN-Y
004809         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400
004810         + WS-DTN-MDAYS + WS-DTN-DD - 1.
004811 8800-EXIT.
004812     EXIT.

004813*----------------------------------------------------------*
004814* 8850-DAY-NUMBER-TO-DATE - THE INVERSE OF 8800 - CONVERT  *
004815* THE SERIAL DAY NUMBER IN WS-DTN-DAY-NO BACK TO A         *
004816* YYYYMMDD DATE IN WS-DTN-DATE.  THE YEAR IS ESTIMATED,    *
004817* STEPPED BACK ONE IF THE DAY FALLS BEFORE ITS MARCH 1,    *
004818* AND THE MARCH-BASED MONTH AND DAY ARE PEELED OFF THE     *
004819* DAYS LEFT.                                               *
004820*----------------------------------------------------------*
004821 8850-DAY-NUMBER-TO-DATE.
004822     COMPUTE WS-DTN-Y = (10000 * WS-DTN-DAY-NO + 14780) / 3652425.
004823     PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT.
004824     IF WS-DTN-DDD < ZERO
004825         SUBTRACT 1 FROM WS-DTN-Y
004826         PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT
004827     END-IF.
004828     COMPUTE WS-DTN-MI = (100 * WS-DTN-DDD + 52) / 3060.
004829     ADD WS-DTN-MI, 2, GIVING WS-DTN-M.
004830     DIVIDE WS-DTN-M BY 12
004831         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
004832     ADD WS-DTN-M-ADJ, 1, GIVING WS-DTN-MM.
004833     ADD WS-DTN-Y, WS-DTN-Q, GIVING WS-DTN-YYYY.
004834     COMPUTE WS-DTN-M306 = WS-DTN-MI * 306 + 5.
004835     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
004836     COMPUTE WS-DTN-DD = WS-DTN-DDD - WS-DTN-MDAYS + 1.
004837 8850-EXIT.
004838     EXIT.

004839 8860-DAYS-INTO-YEAR.
004840     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
004841     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
004842     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
004843     COMPUTE WS-DTN-DDD = WS-DTN-DAY-NO - (365 * WS-DTN-Y
004844         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400).
004845 8860-EXIT.
004846     EXIT.

004848*----------------------------------------------------------*
004850* 9000-TERMINATE - CLOSE FILES AND END THE RUN              *
004852*----------------------------------------------------------*
004854 9000-TERMINATE.
004856     CLOSE INVOICE-MASTER.
004860     CLOSE CUSTOMER-MASTER.
004870     CLOSE TRANS-FILE.
004880     CLOSE REGISTER-FILE.
004890     CLOSE JOURNAL-FILE.
004900 9000-EXIT.
004910     EXIT.

004920*----------------------------------------------------------*
004930* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
004940* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
004950* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
004960* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
004970* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
004980* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
004990* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
005000*----------------------------------------------------------*
005010 9200-START-RUN-CONTROL.
005020     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
005030     OPEN I-O RUN-CONTROL-FILE.
005040     SET RUN-STEP-IDX TO 1.
005050     SEARCH RUN-STEP-ENTRY
005060         AT END
005070             MOVE ZERO TO WS-RUN-OWN-POSITION
005080         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
005090             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
005100     END-SEARCH.
005110     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
005120     IF NOT STEP-REFUSED
005130         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
005140     END-IF.
005150     IF NOT STEP-REFUSED
005160         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
005170     END-IF.
005180     IF STEP-REFUSED
005190         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
005200     ELSE
005210         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
005220     END-IF.
005230 9200-EXIT.
005240     EXIT.

005250*----------------------------------------------------------*
005260* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
005270* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
005280* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
005290* THE STEP IS REFUSED.                                     *
005300*----------------------------------------------------------*
005310 9225-READ-BUSINESS-DATE.
005320     MOVE ZERO            TO RUN-BUSINESS-DATE.
005330     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
005340     READ RUN-CONTROL-FILE
005350         INVALID KEY
005360             SET STEP-REFUSED TO TRUE
005370             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
005380         NOT INVALID KEY
005390             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
005400     END-READ.
005410 9225-EXIT.
005420     EXIT.

005430*----------------------------------------------------------*
005440* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
005450* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
005460* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
005470* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
005480* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
005490* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
005500*----------------------------------------------------------*
005510 9230-CHECK-STEP-ORDER.
005520     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
005530     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
005540         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
005550         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
005560         OR STEP-REFUSED.
005570 9230-EXIT.
005580     EXIT.

005590 9235-CHECK-ONE-STEP.
005600     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
005610         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
005620     END-IF.
005630     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
005640         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
005650         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
005660             SET STEP-REFUSED TO TRUE
005670             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
005680                 TO WS-RUN-REASON-STEP
005690             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
005700         END-IF
005710     END-IF.
005720 9235-EXIT.
005730     EXIT.

005740 9237-CHECK-PREDECESSOR.
005750     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
005760     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
005770         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
005780             SET STEP-REFUSED TO TRUE
005790         END-IF
005800     ELSE
005810         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
005820             SET STEP-REFUSED TO TRUE
005830         END-IF
005840     END-IF.
005850     IF STEP-REFUSED
005860         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
005870             TO WS-RUN-REASON-STEP
005880         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
005890     END-IF.
005900 9237-EXIT.
005910     EXIT.

005920*----------------------------------------------------------*
005930* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
005940* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
005950* FAILED WITH TRANSACTIONS COMMITTED RESUMES AFTER THE     *
005960* LAST ONE COMMITTED, BUT ONLY AGAINST THE SAME INPUT -    *
005970* THE COUNT AND TOTAL TAKEN BEFORE THIS ATTEMPT MUST MATCH *
005980* THE ONES RECORDED BY THE PARTIAL RUN, OR THE STEP IS     *
005990* REFUSED.                                                 *
006000*----------------------------------------------------------*
006010 9240-CHECK-OWN-STEP.
006020     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
006030     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
006040     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
006050     IF RUN-RECORD-FOUND
006060         IF RUN-COMPLETE
006070             SET STEP-REFUSED TO TRUE
006080             MOVE "ALREADY COMPLETE FOR THIS DATE"
006090                 TO WS-RUN-REASON
006100         END-IF
006110         IF (RUN-STARTED OR RUN-FAILED)
006120             AND RUN-COMMIT-COUNT > ZERO
006130             IF RUN-INPUT-COUNT = WS-RUN-INPUT-COUNT
006140                 AND RUN-INPUT-TOTAL = WS-RUN-INPUT-TOTAL
006150                 MOVE RUN-COMMIT-COUNT TO WS-RUN-RESUME-COUNT
006160             ELSE
006170                 SET STEP-REFUSED TO TRUE
006180                 MOVE "INPUT DIFFERS FROM PARTIAL RUN"
006190                     TO WS-RUN-REASON
006200             END-IF
006210         END-IF
006220     END-IF.
006230 9240-EXIT.
006240     EXIT.

006250*----------------------------------------------------------*
006260* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
006270* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
006280* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
006290*----------------------------------------------------------*
006300 9250-MARK-STEP-STARTED.
006310     IF NOT RUN-RECORD-FOUND
006320         MOVE SPACES TO RUN-STEP-DATA
006330         MOVE ZERO   TO RUN-ATTEMPT-COUNT
006340         MOVE ZERO   TO RUN-REFUSAL-COUNT
006350     END-IF.
006360     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
006370     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
006380     SET RUN-STARTED TO TRUE.
006390     MOVE ZERO                 TO RUN-RETURN-CODE.
006400     ADD 1                     TO RUN-ATTEMPT-COUNT.
006410     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
006420     ACCEPT WS-RUN-TIME FROM TIME.
006430     MOVE WS-RUN-TIME          TO RUN-START-TIME.
006440     MOVE ZERO                 TO RUN-END-DATE.
006450     MOVE ZERO                 TO RUN-END-TIME.
006460     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
006470     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
006480     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
006490     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
006500     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
006510     MOVE SPACES               TO RUN-MESSAGE.
006520     IF WS-RUN-RESUME-COUNT > ZERO
006530         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
006540         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
006550             " COMMITTED TRANSACTIONS"
006560     END-IF.
006570     IF RUN-RECORD-FOUND
006580         REWRITE RUN-CONTROL-RECORD
006590             INVALID KEY
006600                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
006610         END-REWRITE
006620     ELSE
006630         WRITE RUN-CONTROL-RECORD
006640             INVALID KEY
006650                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
006660         END-WRITE
006670     END-IF.
006680 9250-EXIT.
006690     EXIT.

006700*----------------------------------------------------------*
006710* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
006720* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
006730* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
006740* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
006750* OF AN ATTEMPT ALREADY ON FILE.                           *
006760*----------------------------------------------------------*
006770 9260-REFUSE-THE-STEP.
006780     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
006790         WS-RUN-REASON " ***".
006800     IF WS-RUN-BUSINESS-DATE > ZERO
006810         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
006820         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
006830         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
006840         IF RUN-RECORD-FOUND
006850             ADD 1 TO RUN-REFUSAL-COUNT
006860             MOVE WS-RUN-REASON TO RUN-MESSAGE
006870             REWRITE RUN-CONTROL-RECORD
006880                 INVALID KEY
006890                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
006900                         RUN-KEY
006910             END-REWRITE
006920         ELSE
006930             MOVE SPACES             TO RUN-STEP-DATA
006940             SET RUN-REFUSED TO TRUE
006950             MOVE 8                  TO RUN-RETURN-CODE
006960             MOVE ZERO               TO RUN-ATTEMPT-COUNT
006970             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
006980             ACCEPT WS-RUN-TIME FROM TIME
006990             MOVE WS-RUN-TIME        TO RUN-START-TIME
007000             MOVE ZERO               TO RUN-END-DATE
007010             MOVE ZERO               TO RUN-END-TIME
007020             MOVE ZERO               TO RUN-INPUT-COUNT
007030             MOVE ZERO               TO RUN-INPUT-TOTAL
007040             MOVE ZERO               TO RUN-COMMIT-COUNT
007050             MOVE ZERO               TO RUN-RESUME-COUNT
007060             MOVE 1                  TO RUN-REFUSAL-COUNT
007070             MOVE WS-RUN-REASON      TO RUN-MESSAGE
007080             WRITE RUN-CONTROL-RECORD
007090                 INVALID KEY
007100                     DISPLAY "RUN-CONTROL WRITE FAILED: "
007110                         RUN-KEY
007120             END-WRITE
007130         END-IF
007140     END-IF.
007150     CLOSE RUN-CONTROL-FILE.
007160     IF RETURN-CODE < 8
007170         MOVE 8 TO RETURN-CODE
007180     END-IF.
007190 9260-EXIT.
007200     EXIT.

007210*----------------------------------------------------------*
007220* 9270-COMMIT-CHECKPOINT - COUNT ONE MORE INPUT            *
007230* TRANSACTION AS COMMITTED AND PUT THE COUNT ON THIS       *
007240* STEP'S RUN-CONTROL RECORD, SO AN ATTEMPT THAT ABENDS CAN *
007250* BE RESUMED AFTER IT.                                     *
007260*----------------------------------------------------------*
007270 9270-COMMIT-CHECKPOINT.
007280     ADD 1 TO WS-RUN-COMMIT-COUNT.
007290     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
007300     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
007310     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
007320     IF RUN-RECORD-FOUND
007330         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
007340         REWRITE RUN-CONTROL-RECORD
007350             INVALID KEY
007360                 DISPLAY "RUN-CONTROL CHECKPOINT FAILED: " RUN-KEY
007370         END-REWRITE
007380     END-IF.
007390 9270-EXIT.
007400     EXIT.

007410*----------------------------------------------------------*
007420* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
007430* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
007440* WS-RUN-CHECK-DATE.                                       *
007450*----------------------------------------------------------*
007460 9290-READ-STEP-RECORD.
007470     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
007480     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
007490         TO RUN-STEP-NAME.
007500     READ RUN-CONTROL-FILE
007510         INVALID KEY
007520             MOVE 'N' TO WS-RUN-RECORD-SW
007530         NOT INVALID KEY
007540             MOVE 'Y' TO WS-RUN-RECORD-SW
007550     END-READ.
007560 9290-EXIT.
007570     EXIT.

007580*----------------------------------------------------------*
007590* 9300-COUNT-TRANSACTIONS - COUNT AND TOTAL INVTRANS.DAT   *
007600* BEFORE THE STEP STARTS.  THE COUNT AND TOTAL ARE THE     *
007610* STEP'S INPUT CONTROL TOTALS, AND A RERUN MAY RESUME A    *
007620* PARTIAL RUN ONLY WHEN THEY MATCH THE ONES IT RECORDED.   *
007630*----------------------------------------------------------*
007640 9300-COUNT-TRANSACTIONS.
007650     OPEN INPUT TRANS-FILE.
007660     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
007670     PERFORM 9310-COUNT-ONE-TRANSACTION THRU 9310-EXIT
007680         UNTIL TRANS-EOF.
007690     CLOSE TRANS-FILE.
007700     MOVE 'N' TO WS-TRANS-EOF.
007710 9300-EXIT.
007720     EXIT.

007730 9310-COUNT-ONE-TRANSACTION.
007740     ADD 1 TO WS-RUN-INPUT-COUNT.
007750     IF TRANS-AMOUNT NUMERIC
007760         ADD TRANS-AMOUNT TO WS-RUN-INPUT-TOTAL
007770     END-IF.
007780     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
007790 9310-EXIT.
007800     EXIT.

007810*----------------------------------------------------------*
007820* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
007830* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
007840* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
007850* TOTALS - THE TRANSACTIONS ON INVTRANS.DAT AND THEIR      *
007860* TOTAL, AND THE NUMBER COMMITTED.                         *
007870*----------------------------------------------------------*
007880 9500-END-RUN-CONTROL.
007890     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
007900     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
007910     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
007920     IF RUN-RECORD-FOUND
007930         IF RETURN-CODE < 8
007940             SET RUN-COMPLETE TO TRUE
007950         ELSE
007960             SET RUN-FAILED TO TRUE
007970         END-IF
007980         MOVE RETURN-CODE        TO RUN-RETURN-CODE
007990         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
008000         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
008010         ACCEPT WS-RUN-TIME FROM TIME
008020         MOVE WS-RUN-TIME        TO RUN-END-TIME
008030         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
008040         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
008050         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
008060         REWRITE RUN-CONTROL-RECORD
008070             INVALID KEY
008080                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
008090         END-REWRITE
008100     ELSE
008110         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
008120     END-IF.
008130     CLOSE RUN-CONTROL-FILE.
008140 9500-EXIT.
008150     EXIT.
