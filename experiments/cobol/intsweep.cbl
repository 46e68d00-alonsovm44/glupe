000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INTEG-SWEEP.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  NIGHTLY INTEGRITY SWEEP *
000220*                   OF THE CUSTOMER MASTER (CUSTMAST.DAT)     *
000230*                   AGAINST THE OPEN-ITEM MASTER              *
000240*                   (INVMAST.DAT).  INV-REGISTER, CASH-APPLY, *
000250*                   FIN-CHARGE, WRITE-OFF AND NSF-REVERSAL    *
000260*                   EACH MOVE CM-BALANCE AND THE OPEN ITEMS   *
000270*                   TOGETHER, AND BAL-ROLLFORWARD PROVES THE  *
000280*                   BALANCE MOVED CORRECTLY, BUT NOTHING      *
000290*                   COMPARED THE MASTER TO ITS OWN OPEN       *
000300*                   ITEMS.  THIS JOB MATCHES THE TWO FILES IN *
000310*                   ONE PASS AND LISTS EVERY EXCEPTION ON     *
000320*                   INTSWEEP.RPT WITH A SEVERITY: A BALANCE   *
000330*                   THAT DIFFERS FROM THE OPEN-ITEM TOTAL, AN *
000340*                   OPEN ITEM IN A CURRENCY OTHER THAN THE    *
000350*                   CUSTOMER'S, AN OPEN AMOUNT OF ZERO OR     *
000360*                   OVER THE ORIGINAL AMOUNT, AN AMOUNT THAT  *
000370*                   IS NOT NUMERIC, AND AN OPEN ITEM WHOSE    *
000380*                   CUSTOMER IS NOT ON THE MASTER.  WHERE A   *
000390*                   "J" ADJUSTMENT CAN REPAIR THE ITEM - A    *
000400*                   ZERO ITEM CLOSED, AN OVERSTATED ITEM SET  *
000410*                   BACK TO ITS ORIGINAL AMOUNT - THE         *
000420*                   ADJUSTMENT IS WRITTEN TO SWEEPADJ.DAT IN  *
000430*                   THE INVTRANS.DAT LAYOUT FOR REVIEW.  IT   *
000440*                   IS FED TO INV-REGISTER ONLY AFTER SOMEONE *
000450*                   HAS CHECKED IT; THIS JOB NEVER UPDATES    *
000460*                   EITHER MASTER.  ANY ERROR ENDS THE RUN    *
000470*                   WITH RETURN-CODE 8, WARNINGS ALONE WITH   *
000480*                   4.                                        *
000490*----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS CUSTOMER-ID.
000570     SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVMAST.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS INV-ITEM-KEY.
000610     SELECT ADJUST-FILE      ASSIGN TO "SWEEPADJ.DAT".
000620     SELECT SWEEP-RPT        ASSIGN TO "INTSWEEP.RPT".
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CUSTOMER-MASTER
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 180 CHARACTERS.
000680     COPY CUSTREC.

000690*----------------------------------------------------------*
000700* INVOICE-FILE - READ SEQUENTIALLY IT DELIVERS EVERY OPEN  *
000710* ITEM IN CUSTOMER-ID PLUS INVOICE-NUMBER ORDER, SO THE    *
000720* MATCH TO THE CUSTOMER MASTER NEEDS NO SORT STEP.         *
000730*----------------------------------------------------------*
000740 FD  INVOICE-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 69 CHARACTERS.
000770     COPY INVREC.

000780*----------------------------------------------------------*
000790* ADJUST-FILE - SUGGESTED REPAIRS, ONE "J" TRANSACTION PER *
000800* FIXABLE OPEN ITEM, IN THE INVTRANS.DAT LAYOUT THAT       *
000810* INV-REGISTER READS.  REBUILT EVERY RUN.                  *
000820*----------------------------------------------------------*
000830 FD  ADJUST-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 39 CHARACTERS.
000860 01  ADJUST-RECORD.
000870     05  ADJ-ACTION-CODE     PIC X(01).
000880     05  ADJ-CUSTOMER-ID     PIC X(10).
000890     05  ADJ-INVOICE-NO      PIC X(10).
000900     05  ADJ-INVOICE-DATE    PIC 9(08).
000910     05  ADJ-AMOUNT          PIC 9(5)V99.
000920     05  ADJ-CURRENCY-CODE   PIC X(03).

000930 FD  SWEEP-RPT
000940     LABEL RECORDS ARE OMITTED.
000950 01  RPT-RECORD               PIC X(132).

000960 WORKING-STORAGE SECTION.
000970 77  WS-MASTER-EOF            PIC X       VALUE 'N'.
000980     88  MASTER-EOF                       VALUE 'Y'.
000990 77  WS-INV-EOF               PIC X       VALUE 'N'.
001000     88  INV-EOF                          VALUE 'Y'.
001010 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
001020 77  WS-ITEM-TOTAL            PIC 9(7)V99 VALUE ZERO.
001030 77  WS-ITEM-COUNT            PIC 9(5) COMP VALUE ZERO.
001040 77  WS-ACTUAL-BAL            PIC 9(7)V99 VALUE ZERO.
001050 77  WS-DIFF-AMT              PIC S9(7)V99 VALUE ZERO.
001060 77  WS-CUSTOMER-COUNT        PIC 9(7) COMP VALUE ZERO.
001070 77  WS-INVOICE-COUNT         PIC 9(7) COMP VALUE ZERO.
001080 77  WS-CLEAN-COUNT           PIC 9(7) COMP VALUE ZERO.
001090 77  WS-ERROR-COUNT           PIC 9(7) COMP VALUE ZERO.
001100 77  WS-WARNING-COUNT         PIC 9(7) COMP VALUE ZERO.
001110 77  WS-ADJUST-COUNT          PIC 9(7) COMP VALUE ZERO.
001120 77  WS-CUST-EXCEPTIONS       PIC 9(5) COMP VALUE ZERO.

001130*----------------------------------------------------------*
001140* WS-EXCEPTION-COUNTS - ONE COUNTER PER EXCEPTION CODE,    *
001150* PRINTED IN THE SUMMARY                                   *
001160*----------------------------------------------------------*
001170 01  WS-EXCEPTION-COUNTS.
001180     05  WS-BAL-DIFF-COUNT    PIC 9(7) COMP VALUE ZERO.
001190     05  WS-NO-ITEMS-COUNT    PIC 9(7) COMP VALUE ZERO.
001200     05  WS-CURR-DIFF-COUNT   PIC 9(7) COMP VALUE ZERO.
001210     05  WS-ZERO-OPEN-COUNT   PIC 9(7) COMP VALUE ZERO.
001220     05  WS-OVER-ORIG-COUNT   PIC 9(7) COMP VALUE ZERO.
001230     05  WS-NOT-NUMERIC-COUNT PIC 9(7) COMP VALUE ZERO.
001240     05  WS-ORPHAN-COUNT      PIC 9(7) COMP VALUE ZERO.

001250*----------------------------------------------------------*
001260* WS-EXCEPTION - THE EXCEPTION BEING REPORTED.  THE CODE   *
001270* SETS THE SEVERITY: AN ERROR IS A MASTER OR ITEM THAT IS  *
001280* WRONG, A WARNING IS ONE THAT IS UNTIDY OR NEEDS A LOOK.  *
001290*----------------------------------------------------------*
001300 01  WS-EXCEPTION.
001310     05  EX-CODE             PIC 9(02)   VALUE ZERO.
001320         88  EX-BALANCE-DIFFERS           VALUE 01.
001330         88  EX-BALANCE-NO-ITEMS          VALUE 02.
001340         88  EX-CURRENCY-DIFFERS          VALUE 03.
001350         88  EX-ZERO-OPEN-AMOUNT          VALUE 04.
001360         88  EX-OPEN-OVER-ORIGINAL        VALUE 05.
001370         88  EX-AMOUNT-NOT-NUMERIC        VALUE 06.
001380         88  EX-NO-CUSTOMER               VALUE 07.
001390         88  EX-IS-WARNING                VALUE 02 04.
001400     05  EX-CUSTOMER-ID      PIC X(10)   VALUE SPACES.
001410     05  EX-INVOICE-NO       PIC X(10)   VALUE SPACES.
001420     05  EX-DESCRIPTION      PIC X(30)   VALUE SPACES.
001430     05  EX-MASTER-AMT       PIC 9(7)V99 VALUE ZERO.
001440     05  EX-ITEM-AMT         PIC 9(7)V99 VALUE ZERO.
001450     05  EX-DIFF-AMT         PIC S9(7)V99 VALUE ZERO.
001460     05  EX-ACTION           PIC X(12)   VALUE SPACES.

001470 01  WS-RPT-HEADER-LINE.
001480     05  FILLER              PIC X(40) VALUE
001490         "CUSTOMER / OPEN-ITEM INTEGRITY SWEEP".
001500     05  FILLER              PIC X(10) VALUE "RUN DATE".
001510     05  RH-RUN-DATE         PIC 9(8).
001520     05  FILLER              PIC X(74) VALUE SPACES.

001530 01  WS-DETAIL-HEADER-LINE.
001540     05  FILLER              PIC X(09) VALUE "SEVERITY".
001550     05  FILLER              PIC X(12) VALUE "CUST ID".
001560     05  FILLER              PIC X(12) VALUE "INVOICE NO".
001570     05  FILLER              PIC X(04) VALUE "CD".
001580     05  FILLER              PIC X(32) VALUE "EXCEPTION".
001590     05  FILLER              PIC X(14) VALUE "     MASTER".
001600     05  FILLER              PIC X(14) VALUE "      ITEMS".
001610     05  FILLER              PIC X(14) VALUE "       DIFF".
001620     05  FILLER              PIC X(21) VALUE "ACTION".

001630 01  WS-EXCEPTION-LINE.
001640     05  XL-SEVERITY         PIC X(09).
001650     05  XL-CUSTOMER-ID      PIC X(12).
001660     05  XL-INVOICE-NO       PIC X(12).
001670     05  XL-CODE             PIC 9(02).
001680     05  FILLER              PIC X(02) VALUE SPACES.
001690     05  XL-DESCRIPTION      PIC X(32).
001700     05  XL-MASTER-AMT       PIC Z,ZZZ,ZZ9.99.
001710     05  FILLER              PIC X(02) VALUE SPACES.
001720     05  XL-ITEM-AMT         PIC Z,ZZZ,ZZ9.99.
001730     05  FILLER              PIC X(02) VALUE SPACES.
001740     05  XL-DIFF-AMT         PIC Z,ZZZ,ZZ9.99-.
001750     05  FILLER              PIC X(02) VALUE SPACES.
001760     05  XL-ACTION           PIC X(12).
001770     05  FILLER              PIC X(08) VALUE SPACES.

001780 01  WS-BANNER-LINE-1.
001790     05  FILLER              PIC X(132) VALUE ALL "*".

001800 01  WS-BANNER-LINE-2.
001810     05  BN-BANNER-TEXT      PIC X(60).
001820     05  FILLER              PIC X(72) VALUE SPACES.

001830 01  WS-COUNT-LINE.
001840     05  FILLER              PIC X(04) VALUE SPACES.
001850     05  CN-LABEL            PIC X(34).
001860     05  CN-COUNT            PIC ZZZ,ZZ9.
001870     05  FILLER              PIC X(87) VALUE SPACES.

001880 PROCEDURE DIVISION.

001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
001920     PERFORM 2500-READ-INVOICE THRU 2500-EXIT.
001930     PERFORM 4000-SWEEP-ONE-CUSTOMER THRU 4000-EXIT
001940         UNTIL MASTER-EOF.
001950     PERFORM 6000-SWEEP-TRAILING-ORPHANS THRU 6000-EXIT.
001960     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001980     STOP RUN.

001990*----------------------------------------------------------*
002000* 1000-INITIALIZE - OPEN FILES AND WRITE REPORT HEADINGS   *
002010*----------------------------------------------------------*
002020 1000-INITIALIZE.
002030     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002040     OPEN INPUT  CUSTOMER-MASTER.
002050     OPEN INPUT  INVOICE-FILE.
002060     OPEN OUTPUT ADJUST-FILE.
002070     OPEN OUTPUT SWEEP-RPT.
002080     MOVE WS-SYSTEM-DATE TO RH-RUN-DATE.
002090     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
002100     WRITE RPT-RECORD FROM WS-DETAIL-HEADER-LINE.
002110 1000-EXIT.
002120     EXIT.

002130 2000-READ-MASTER.
002140     READ CUSTOMER-MASTER
002150         AT END MOVE 'Y' TO WS-MASTER-EOF
002160     END-READ.
002170 2000-EXIT.
002180     EXIT.

002190 2500-READ-INVOICE.
002200     READ INVOICE-FILE
002210         AT END MOVE 'Y' TO WS-INV-EOF
002220     END-READ.
002230 2500-EXIT.
002240     EXIT.

002250*----------------------------------------------------------*
002260* 4000-SWEEP-ONE-CUSTOMER - REPORT ANY OPEN ITEMS AHEAD OF *
002270* THIS CUSTOMER AS ORPHANS, CHECK EACH OF THE CUSTOMER'S   *
002280* OWN ITEMS, THEN PROVE CM-BALANCE AGAINST THEIR TOTAL     *
002290*----------------------------------------------------------*
002300 4000-SWEEP-ONE-CUSTOMER.
002310     ADD 1 TO WS-CUSTOMER-COUNT.
002320     MOVE ZERO TO WS-CUST-EXCEPTIONS.
002330     MOVE ZERO TO WS-ITEM-TOTAL.
002340     MOVE ZERO TO WS-ITEM-COUNT.
002350     PERFORM 4100-REPORT-ORPHAN-ITEM THRU 4100-EXIT
002360         UNTIL INV-EOF
002370         OR INV-CUSTOMER-ID NOT < CUSTOMER-ID.
002380     PERFORM 4200-CHECK-ONE-ITEM THRU 4200-EXIT
002390         UNTIL INV-EOF
002400         OR INV-CUSTOMER-ID NOT = CUSTOMER-ID.
002410     PERFORM 4500-CHECK-BALANCE THRU 4500-EXIT.
002420     IF WS-CUST-EXCEPTIONS = ZERO
002430         ADD 1 TO WS-CLEAN-COUNT
002440     END-IF.
002450     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
002460 4000-EXIT.
002470     EXIT.

002480*----------------------------------------------------------*
002490* 4100-REPORT-ORPHAN-ITEM - AN OPEN ITEM WHOSE CUSTOMER IS *
002500* NOT ON THE MASTER.  INV-REGISTER WOULD REJECT ANY        *
002510* ADJUSTMENT TO IT, SO IT IS LISTED FOR REVIEW ONLY.       *
002520*----------------------------------------------------------*
002530 4100-REPORT-ORPHAN-ITEM.
002540     ADD 1 TO WS-INVOICE-COUNT.
002550     ADD 1 TO WS-ORPHAN-COUNT.
002560     MOVE 07                     TO EX-CODE.
002570     MOVE INV-CUSTOMER-ID        TO EX-CUSTOMER-ID.
002580     MOVE INV-INVOICE-NO         TO EX-INVOICE-NO.
002590     MOVE "NO CUSTOMER ON MASTER" TO EX-DESCRIPTION.
002600     MOVE ZERO                   TO EX-MASTER-AMT.
002610     MOVE ZERO                   TO EX-ITEM-AMT.
002620     IF INV-OPEN-AMOUNT NUMERIC
002630         MOVE INV-OPEN-AMOUNT    TO EX-ITEM-AMT
002640     END-IF.
002650     MOVE EX-ITEM-AMT            TO EX-DIFF-AMT.
002660     MOVE "REVIEW"               TO EX-ACTION.
002670     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
002680     PERFORM 2500-READ-INVOICE THRU 2500-EXIT.
002690 4100-EXIT.
002700     EXIT.

002710*----------------------------------------------------------*
002720* 4200-CHECK-ONE-ITEM - CHECK ONE OF THE CUSTOMER'S OPEN   *
002730* ITEMS AND ADD ITS OPEN AMOUNT TO THE CUSTOMER'S TOTAL.   *
002740* AN ITEM WITH AN UNREADABLE AMOUNT CANNOT BE REPAIRED BY  *
002750* AN ADJUSTMENT AND IS LEFT OUT OF THE TOTAL.              *
002760*----------------------------------------------------------*
002770 4200-CHECK-ONE-ITEM.
002780     ADD 1 TO WS-INVOICE-COUNT.
002790     ADD 1 TO WS-ITEM-COUNT.
002800     MOVE CUSTOMER-ID            TO EX-CUSTOMER-ID.
002810     MOVE INV-INVOICE-NO         TO EX-INVOICE-NO.
002820     IF INV-OPEN-AMOUNT NOT NUMERIC
002830         OR INV-ORIG-AMOUNT NOT NUMERIC
002840         ADD 1 TO WS-NOT-NUMERIC-COUNT
002850         MOVE 06                 TO EX-CODE
002860         MOVE "OPEN OR ORIGINAL NOT NUMERIC" TO EX-DESCRIPTION
002870         MOVE ZERO               TO EX-MASTER-AMT
002880         MOVE ZERO               TO EX-ITEM-AMT
002890         MOVE ZERO               TO EX-DIFF-AMT
002900         MOVE "REVIEW"           TO EX-ACTION
002910         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
002920     ELSE
002930         ADD INV-OPEN-AMOUNT TO WS-ITEM-TOTAL
002940         PERFORM 4300-CHECK-ITEM-CURRENCY THRU 4300-EXIT
002950         PERFORM 4400-CHECK-ITEM-AMOUNT THRU 4400-EXIT
002960     END-IF.
002970     PERFORM 2500-READ-INVOICE THRU 2500-EXIT.
002980 4200-EXIT.
002990     EXIT.

003000*----------------------------------------------------------*
003010* 4300-CHECK-ITEM-CURRENCY - AN ITEM IN ANOTHER CURRENCY   *
003020* THAN ITS CUSTOMER.  AN ADJUSTMENT CANNOT CHANGE THE      *
003030* CURRENCY, SO IT IS LISTED FOR REVIEW ONLY.               *
003040*----------------------------------------------------------*
003050 4300-CHECK-ITEM-CURRENCY.
003060     IF INV-CURRENCY-CODE NOT = CURRENCY-CODE
003070         ADD 1 TO WS-CURR-DIFF-COUNT
003080         MOVE 03                 TO EX-CODE
003090         MOVE SPACES             TO EX-DESCRIPTION
003100         STRING "CURRENCY " INV-CURRENCY-CODE
003110             " - CUSTOMER IS " CURRENCY-CODE
003120             DELIMITED BY SIZE INTO EX-DESCRIPTION
003130         MOVE ZERO               TO EX-MASTER-AMT
003140         MOVE INV-OPEN-AMOUNT    TO EX-ITEM-AMT
003150         MOVE ZERO               TO EX-DIFF-AMT
003160         MOVE "REVIEW"           TO EX-ACTION
003170         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003180     END-IF.
003190 4300-EXIT.
003200     EXIT.

003210*----------------------------------------------------------*
003220* 4400-CHECK-ITEM-AMOUNT - A ZERO OPEN ITEM SHOULD HAVE    *
003230* BEEN DELETED WHEN IT WAS WORKED DOWN, SO A "J" TO ZERO   *
003240* CLOSES IT WITHOUT MOVING THE BALANCE.  AN ITEM OPEN FOR  *
003250* MORE THAN IT WAS BILLED IS SET BACK TO ITS ORIGINAL      *
003260* AMOUNT; INV-REGISTER MOVES CM-BALANCE DOWN BY THE SAME   *
003270* DIFFERENCE.  BOTH ARE SUGGESTIONS FOR REVIEW.            *
003280*----------------------------------------------------------*
003290 4400-CHECK-ITEM-AMOUNT.
003300     IF INV-OPEN-AMOUNT = ZERO
003310         ADD 1 TO WS-ZERO-OPEN-COUNT
003320         MOVE 04                 TO EX-CODE
003330         MOVE "ZERO OPEN AMOUNT - NOT CLOSED" TO EX-DESCRIPTION
003340         MOVE ZERO               TO EX-MASTER-AMT
003350         MOVE ZERO               TO EX-ITEM-AMT
003360         MOVE ZERO               TO EX-DIFF-AMT
003370         MOVE ZERO               TO ADJ-AMOUNT
003380         PERFORM 8500-WRITE-ADJUSTMENT THRU 8500-EXIT
003390         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003400     ELSE
003410         IF INV-OPEN-AMOUNT > INV-ORIG-AMOUNT
003420             ADD 1 TO WS-OVER-ORIG-COUNT
003430             MOVE 05             TO EX-CODE
003440             MOVE "OPEN AMOUNT OVER ORIGINAL" TO EX-DESCRIPTION
003450             MOVE INV-ORIG-AMOUNT TO EX-MASTER-AMT
003460             MOVE INV-OPEN-AMOUNT TO EX-ITEM-AMT
003470             COMPUTE EX-DIFF-AMT =
003480                 INV-OPEN-AMOUNT - INV-ORIG-AMOUNT
003490             MOVE INV-ORIG-AMOUNT TO ADJ-AMOUNT
003500             PERFORM 8500-WRITE-ADJUSTMENT THRU 8500-EXIT
003510             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003520         END-IF
003530     END-IF.
003540 4400-EXIT.
003550     EXIT.

003560*----------------------------------------------------------*
003570* 4500-CHECK-BALANCE - CM-BALANCE AGAINST THE TOTAL OF THE *
003580* CUSTOMER'S OPEN ITEMS.  A "J" MOVES AN ITEM AND THE      *
003590* BALANCE TOGETHER, SO IT CANNOT CLOSE A GAP BETWEEN THEM; *
003600* THE BALANCE IS CORRECTED THROUGH CUST-MAINT ONCE THE     *
003610* CAUSE IS KNOWN.  A BALANCE CARRIED WITH NO OPEN ITEMS AT *
003620* ALL IS A CUSTOMER STILL ON A KEYED BALANCE FROM BEFORE   *
003630* THE OPEN-ITEM MASTER, AND IS ONLY A WARNING.             *
003640*----------------------------------------------------------*
003650 4500-CHECK-BALANCE.
003660     IF BALANCE NUMERIC
003670         MOVE BALANCE TO WS-ACTUAL-BAL
003680     ELSE
003690         MOVE ZERO    TO WS-ACTUAL-BAL
003700     END-IF.
003710     COMPUTE WS-DIFF-AMT = WS-ACTUAL-BAL - WS-ITEM-TOTAL.
003720     MOVE CUSTOMER-ID            TO EX-CUSTOMER-ID.
003730     MOVE SPACES                 TO EX-INVOICE-NO.
003740     MOVE WS-ACTUAL-BAL          TO EX-MASTER-AMT.
003750     MOVE WS-ITEM-TOTAL          TO EX-ITEM-AMT.
003760     MOVE WS-DIFF-AMT            TO EX-DIFF-AMT.
003770     MOVE "REVIEW"               TO EX-ACTION.
003780     IF BALANCE NOT NUMERIC
003790         ADD 1 TO WS-NOT-NUMERIC-COUNT
003800         MOVE 06                 TO EX-CODE
003810         MOVE "CM-BALANCE NOT NUMERIC" TO EX-DESCRIPTION
003820         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003830     ELSE
003840         IF WS-DIFF-AMT NOT = ZERO
003850             IF WS-ITEM-COUNT = ZERO
003860                 ADD 1 TO WS-NO-ITEMS-COUNT
003870                 MOVE 02         TO EX-CODE
003880                 MOVE "BALANCE CARRIED WITH NO ITEMS"
003890                     TO EX-DESCRIPTION
003900             ELSE
003910                 ADD 1 TO WS-BAL-DIFF-COUNT
003920                 MOVE 01         TO EX-CODE
003930                 MOVE "BALANCE NOT = OPEN-ITEM TOTAL"
003940                     TO EX-DESCRIPTION
003950             END-IF
003960             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003970         END-IF
003980     END-IF.
003990 4500-EXIT.
004000     EXIT.

004010*----------------------------------------------------------*
004020* 6000-SWEEP-TRAILING-ORPHANS - ANY OPEN ITEM LEFT AFTER   *
004030* THE LAST CUSTOMER HAS NO CUSTOMER ON THE MASTER          *
004040*----------------------------------------------------------*
004050 6000-SWEEP-TRAILING-ORPHANS.
004060     PERFORM 4100-REPORT-ORPHAN-ITEM THRU 4100-EXIT
004070         UNTIL INV-EOF.
004080 6000-EXIT.
004090     EXIT.

004100*----------------------------------------------------------*
004110* 7000-PRINT-TOTALS - THE RUN'S COUNTS, AND THE EXCEPTION  *
004120* BANNER.  ANY ERROR SETS RETURN-CODE 8, WARNINGS ALONE 4. *
004130*----------------------------------------------------------*
004140 7000-PRINT-TOTALS.
004150     MOVE SPACES TO WS-COUNT-LINE.
004160     MOVE "CUSTOMERS READ"              TO CN-LABEL.
004170     MOVE WS-CUSTOMER-COUNT             TO CN-COUNT.
004180     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004190     MOVE SPACES TO WS-COUNT-LINE.
004200     MOVE "OPEN ITEMS READ"             TO CN-LABEL.
004210     MOVE WS-INVOICE-COUNT              TO CN-COUNT.
004220     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004230     MOVE SPACES TO WS-COUNT-LINE.
004240     MOVE "CUSTOMERS WITH NO EXCEPTIONS" TO CN-LABEL.
004250     MOVE WS-CLEAN-COUNT                TO CN-COUNT.
004260     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004270     MOVE SPACES TO WS-COUNT-LINE.
004280     MOVE "01 BALANCE DIFFERS FROM ITEMS" TO CN-LABEL.
004290     MOVE WS-BAL-DIFF-COUNT             TO CN-COUNT.
004300     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004310     MOVE SPACES TO WS-COUNT-LINE.
004320     MOVE "02 BALANCE WITH NO OPEN ITEMS" TO CN-LABEL.
004330     MOVE WS-NO-ITEMS-COUNT             TO CN-COUNT.
004340     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004350     MOVE SPACES TO WS-COUNT-LINE.
004360     MOVE "03 ITEM CURRENCY DIFFERS"    TO CN-LABEL.
004370     MOVE WS-CURR-DIFF-COUNT            TO CN-COUNT.
004380     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004390     MOVE SPACES TO WS-COUNT-LINE.
004400     MOVE "04 ZERO OPEN AMOUNT"         TO CN-LABEL.
004410     MOVE WS-ZERO-OPEN-COUNT            TO CN-COUNT.
004420     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004430     MOVE SPACES TO WS-COUNT-LINE.
004440     MOVE "05 OPEN AMOUNT OVER ORIGINAL" TO CN-LABEL.
004450     MOVE WS-OVER-ORIG-COUNT            TO CN-COUNT.
004460     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004470     MOVE SPACES TO WS-COUNT-LINE.
004480     MOVE "06 AMOUNT NOT NUMERIC"       TO CN-LABEL.
004490     MOVE WS-NOT-NUMERIC-COUNT          TO CN-COUNT.
004500     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004510     MOVE SPACES TO WS-COUNT-LINE.
004520     MOVE "07 NO CUSTOMER ON MASTER"    TO CN-LABEL.
004530     MOVE WS-ORPHAN-COUNT               TO CN-COUNT.
004540     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004550     MOVE SPACES TO WS-COUNT-LINE.
004560     MOVE "ERRORS"                      TO CN-LABEL.
004570     MOVE WS-ERROR-COUNT                TO CN-COUNT.
004580     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004590     MOVE SPACES TO WS-COUNT-LINE.
004600     MOVE "WARNINGS"                    TO CN-LABEL.
004610     MOVE WS-WARNING-COUNT              TO CN-COUNT.
004620     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004630     MOVE SPACES TO WS-COUNT-LINE.
004640     MOVE "ADJUSTMENTS ON SWEEPADJ.DAT" TO CN-LABEL.
004650     MOVE WS-ADJUST-COUNT               TO CN-COUNT.
004660     WRITE RPT-RECORD FROM WS-COUNT-LINE.

004670     IF WS-ERROR-COUNT > ZERO
004680         WRITE RPT-RECORD FROM WS-BANNER-LINE-1
004690         MOVE "*** MASTERS DO NOT AGREE - SEE ERROR LINES"
004700             TO BN-BANNER-TEXT
004710         WRITE RPT-RECORD FROM WS-BANNER-LINE-2
004720         WRITE RPT-RECORD FROM WS-BANNER-LINE-1
004730         IF RETURN-CODE < 8
004740             MOVE 8 TO RETURN-CODE
004750         END-IF
004760     ELSE
004770         IF WS-WARNING-COUNT > ZERO
004780             IF RETURN-CODE < 4
004790                 MOVE 4 TO RETURN-CODE
004800             END-IF
004810         END-IF
004820     END-IF.

004830     DISPLAY "CUSTOMERS READ:        " WS-CUSTOMER-COUNT.
004840     DISPLAY "OPEN ITEMS READ:       " WS-INVOICE-COUNT.
004850     DISPLAY "ERRORS:                " WS-ERROR-COUNT.
004860     DISPLAY "WARNINGS:              " WS-WARNING-COUNT.
004870     DISPLAY "ADJUSTMENTS SUGGESTED: " WS-ADJUST-COUNT.
004880 7000-EXIT.
004890     EXIT.

004900*----------------------------------------------------------*
004910* 8000-WRITE-EXCEPTION - PRINT ONE EXCEPTION LINE WITH ITS *
004920* SEVERITY AND COUNT IT                                    *
004930*----------------------------------------------------------*
004940 8000-WRITE-EXCEPTION.
004950     ADD 1 TO WS-CUST-EXCEPTIONS.
004960     MOVE SPACES             TO WS-EXCEPTION-LINE.
004970     IF EX-IS-WARNING
004980         MOVE "WARNING"      TO XL-SEVERITY
004990         ADD 1 TO WS-WARNING-COUNT
005000     ELSE
005010         MOVE "ERROR"        TO XL-SEVERITY
005020         ADD 1 TO WS-ERROR-COUNT
005030     END-IF.
005040     MOVE EX-CUSTOMER-ID     TO XL-CUSTOMER-ID.
005050     MOVE EX-INVOICE-NO      TO XL-INVOICE-NO.
005060     MOVE EX-CODE            TO XL-CODE.
005070     MOVE EX-DESCRIPTION     TO XL-DESCRIPTION.
005080     MOVE EX-MASTER-AMT      TO XL-MASTER-AMT.
005090     MOVE EX-ITEM-AMT        TO XL-ITEM-AMT.
005100     MOVE EX-DIFF-AMT        TO XL-DIFF-AMT.
005110     MOVE EX-ACTION          TO XL-ACTION.
005120     WRITE RPT-RECORD FROM WS-EXCEPTION-LINE.
005130 8000-EXIT.
005140     EXIT.

005150*----------------------------------------------------------*
005160* 8500-WRITE-ADJUSTMENT - WRITE THE SUGGESTED "J" FOR THE  *
005170* CURRENT OPEN ITEM.  ADJ-AMOUNT IS SET BY THE CALLER.     *
005180*----------------------------------------------------------*
005190 8500-WRITE-ADJUSTMENT.
005200     MOVE "J"                TO ADJ-ACTION-CODE.
005210     MOVE INV-CUSTOMER-ID    TO ADJ-CUSTOMER-ID.
005220     MOVE INV-INVOICE-NO     TO ADJ-INVOICE-NO.
005230     MOVE INV-INVOICE-DATE   TO ADJ-INVOICE-DATE.
005240     MOVE INV-CURRENCY-CODE  TO ADJ-CURRENCY-CODE.
005250     WRITE ADJUST-RECORD.
005260     ADD 1 TO WS-ADJUST-COUNT.
005270     MOVE "J SUGGESTED"      TO EX-ACTION.
005280 8500-EXIT.
005290     EXIT.

005300*----------------------------------------------------------*
005310* 9000-TERMINATE - CLOSE FILES AND END THE RUN             *
005320*----------------------------------------------------------*
005330 9000-TERMINATE.
005340     CLOSE CUSTOMER-MASTER.
005350     CLOSE INVOICE-FILE.
005360     CLOSE ADJUST-FILE.
005370     CLOSE SWEEP-RPT.
005380 9000-EXIT.
005390     EXIT.
