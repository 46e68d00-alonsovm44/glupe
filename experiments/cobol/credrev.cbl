000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CREDIT-REVIEW.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000207*  10/15/2026 RWH   INITIAL VERSION.  PERIODIC CREDIT REVIEW. *
000214*                   EVERY INVOICE PAYMENT APPLIED IN THE      *
000221*                   REVIEW WINDOW (APPLIED.DAT, APPLY DATE IN *
000228*                   THE LAST CREDREV-DAYS DAYS, DEFAULT 90)   *
000235*                   IS MATCHED TO THE INVOICE'S BOOKING ON    *
000242*                   THE BILLING JOURNAL (INVJRNL.DAT ACTION   *
000249*                   "I") TO GIVE THE DAYS FROM BOOKING TO     *
000256*                   PAYMENT AND WHETHER THE PAYMENT CAME      *
000263*                   AFTER THE DUE DATE - THE BOOKING DATE     *
000270*                   PLUS THE NET DAYS OF THE CUSTOMER'S       *
000277*                   TERMS.  EACH CUSTOMER GETS AN AVERAGE AND *
000284*                   A DOLLAR-WEIGHTED DAYS TO PAY, THE        *
000291*                   PERCENTAGE OF PAYMENTS MADE LATE, AND A   *
000298*                   TREND AGAINST THE LAST REVIEW ON THE      *
000305*                   REVIEW HISTORY (CREDHIST.DAT).  GOOD      *
000312*                   PAYERS NEAR THEIR LIMIT ARE RECOMMENDED   *
000319*                   FOR AN INCREASE, SLOW PAYERS FOR A        *
000326*                   DECREASE, OR A CREDIT HOLD (HOLD-CODE     *
000333*                   "C") WHEN THEY ARE OVER THEIR LIMIT OR    *
000340*                   PAYING SLOWER THAN LAST TIME.  THE BOOK'S *
000347*                   DSO BY CURRENCY IS FIGURED FROM THE LAST  *
000354*                   CLOSE ON SNAPMAST.DAT AND THE BILLINGS    *
000361*                   JOURNALED IN THE PERIOD BEFORE IT.        *
000368*                   RECOMMENDATIONS THE CREDIT MANAGER        *
000375*                   APPROVES ARE KEYED TO CREDAPPR.DAT; THE   *
000382*                   NEXT RUN WRITES EACH ONE AS A CUST-MAINT  *
000389*                   "C" TRANSACTION ON CREDCHG.DAT SO THE     *
000396*                   CHANGE GOES THROUGH THE NORMAL AUDIT      *
000403*                   TRAIL.  THE REPORT IS CREDREV.RPT.        *
000410*  10/15/2026 RWH   EACH APPROVAL ON CREDAPPR.DAT NOW NAMES   *
000417*                   THE REVIEW DATE IT WAS MADE FROM, AND IS  *
000424*                   APPLIED AGAINST THAT REVIEW'S             *
000431*                   RECOMMENDATION AND LIMIT ON CREDHIST.DAT  *
000438*                   RATHER THAN THIS RUN'S.  AN APPROVAL      *
000445*                   WHOSE REVIEW IS NOT ON THE HISTORY FOR    *
000452*                   THE CUSTOMER IS REJECTED AND COUNTED.     *
000459*                   APPROVAL RECORD GROWS FROM 20 TO 28       *
000466*                   BYTES.  APPLIED.DAT LAYOUT CHANGE PICKED  *
000473*                   UP.                                       *
000479*  10/15/2026 RWH   RENAMES THE NEW APL-DISC-AMOUNT IN ITS    *
000485*                   APPLREC SORT COPIES ALONG WITH EVERY      *
000491*                   OTHER FIELD.                              *
000493*  10/15/2026 RWH   THE APPLIED-CASH SORT RECORDS TAKE THE    *
000495*                   CHECK SEQUENCE AND CHECK AMOUNT NOW       *
000497*                   CARRIED ON APPLREC.                       *
000498*  10/15/2026 RWH   A CREDCHG.DAT "C" RECORD CARRIES THE      *
000499*                   WHOLE MASTER IMAGE AS THIS RUN READ IT,   *
000500*                   BALANCE AND AGE DAYS INCLUDED, AND        *
000501*                   CUST-MAINT APPLIES ALL OF IT.  THE FILE   *
000502*                   MUST THEREFORE BE RUN THROUGH CUST-MAINT  *
000503*                   BEFORE ANY CASH-APPLY, INV-REGISTER OR    *
000504*                   NSF-REVERSAL STEP POSTS TO THE MASTER, OR *
000505*                   THE BALANCE GOES BACK TO WHAT IT WAS AT   *
000506*                   REVIEW.  CREDREV.RPT NOW PRINTS THIS AS A *
000507*                   WARNING WHENEVER A CHANGE IS WRITTEN.     *
000508*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000509*----------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS CUSTOMER-ID.
000580     SELECT OPTIONAL TERMS-FILE ASSIGN TO "TERMS.DAT".
000590     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD.DAT".
000600     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "INVJRNL.DAT".
000610     SELECT SORT-JRN-WORK-FILE ASSIGN TO "CRJWRK.DAT".
000620     SELECT SORTED-JRN-FILE  ASSIGN TO "CRJSRT.DAT".
000630     SELECT OPTIONAL APPLIED-FILE ASSIGN TO "APPLIED.DAT".
000640     SELECT SORT-APL-WORK-FILE ASSIGN TO "CRAWRK.DAT".
000650     SELECT SORTED-APL-FILE  ASSIGN TO "CRASRT.DAT".
000660     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "CREDHIST.DAT".
000670     SELECT SORT-HST-WORK-FILE ASSIGN TO "CRHWRK.DAT".
000680     SELECT SORTED-HST-FILE  ASSIGN TO "CRHSRT.DAT".
000690     SELECT NEW-HISTORY-FILE ASSIGN TO "CRHNEW.DAT".
000700     SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "SNAPMAST.DAT".
000710     SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "CREDAPPR.DAT".
000720     SELECT CHANGE-FILE      ASSIGN TO "CREDCHG.DAT".
000730     SELECT CREDIT-RPT       ASSIGN TO "CREDREV.RPT".
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CUSTOMER-MASTER
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 180 CHARACTERS.
000790     COPY CUSTREC.

000800*----------------------------------------------------------*
000810* TERMS-FILE - ONE RECORD PER TERMS CODE, THE SAME TABLE   *
000820* INV-REGISTER STAMPS DUE DATES FROM.  ONLY THE NET DAYS   *
000830* ARE USED HERE.                                           *
000840*----------------------------------------------------------*
000850 FD  TERMS-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 34 CHARACTERS.
000880 01  TERMS-RECORD.
000890     05  TRM-TERMS-CODE      PIC X(04).
000900     05  TRM-NET-DAYS        PIC 9(03).
000910     05  TRM-DISC-PCT        PIC 9(2)V99.
000920     05  TRM-DISC-DAYS       PIC 9(03).
000930     05  TRM-DESCRIPTION     PIC X(20).

000940 FD  PARM-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 32 CHARACTERS.
000970 01  PARM-RECORD.
000980     05  PRM-KEYWORD             PIC X(20).
000990     05  PRM-VALUE               PIC X(12).
001000     05  PRM-VALUE-INT REDEFINES PRM-VALUE
001010                                 PIC 9(12).

001020 FD  JOURNAL-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY JRNREC.

001050 SD  SORT-JRN-WORK-FILE.
001060     COPY JRNREC
001070         REPLACING ==JOURNAL-RECORD== BY ==SORT-JRN-RECORD==
001080             ==JRN-RUN-DATE==      BY ==SJ-RUN-DATE==
001090             ==JRN-CUSTOMER-ID==   BY ==SJ-CUSTOMER-ID==
001100             ==JRN-INVOICE-NO==    BY ==SJ-INVOICE-NO==
001110             ==JRN-ACTION-CODE==   BY ==SJ-ACTION-CODE==
001120             ==JRN-SIGNED-AMOUNT== BY ==SJ-SIGNED-AMOUNT==
001130             ==JRN-CURRENCY-CODE== BY ==SJ-CURRENCY-CODE==.

001140 FD  SORTED-JRN-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY JRNREC
001170         REPLACING ==JOURNAL-RECORD== BY ==SORTED-JRN-RECORD==
001180             ==JRN-RUN-DATE==      BY ==TJ-RUN-DATE==
001190             ==JRN-CUSTOMER-ID==   BY ==TJ-CUSTOMER-ID==
001200             ==JRN-INVOICE-NO==    BY ==TJ-INVOICE-NO==
001210             ==JRN-ACTION-CODE==   BY ==TJ-ACTION-CODE==
001220             ==JRN-SIGNED-AMOUNT== BY ==TJ-SIGNED-AMOUNT==
001230             ==JRN-CURRENCY-CODE== BY ==TJ-CURRENCY-CODE==.

001240 FD  APPLIED-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY APPLREC.

001270 SD  SORT-APL-WORK-FILE.
001280     COPY APPLREC
001290         REPLACING ==APPLIED-RECORD== BY ==SORT-APL-RECORD==
001300             ==APL-APPLY-DATE==     BY ==SA-APPLY-DATE==
001310             ==APL-CUSTOMER-ID==    BY ==SA-CUSTOMER-ID==
001320             ==APL-INVOICE-NO==     BY ==SA-INVOICE-NO==
001330             ==APL-PAY-DATE==       BY ==SA-PAY-DATE==
001340             ==APL-APPLIED-AMOUNT== BY ==SA-APPLIED-AMOUNT==
001350             ==APL-CURRENCY-CODE==  BY ==SA-CURRENCY-CODE==
001351             ==APL-PAY-SEQ==        BY ==SA-PAY-SEQ==
001352             ==APL-PAY-AMOUNT==     BY ==SA-PAY-AMOUNT==
001353             ==APL-INVOICE-DATE==   BY ==SA-INVOICE-DATE==
001354             ==APL-DUE-DATE==       BY ==SA-DUE-DATE==
001355             ==APL-TERMS-CODE==     BY ==SA-TERMS-CODE==
001356             ==APL-RELEASED-SW==    BY ==SA-RELEASED-SW==
001357             ==APL-RELEASED-PAYMENT== BY ==SA-RELEASED-PAYMENT==
001358             ==APL-DISC-AMOUNT==    BY ==SA-DISC-AMOUNT==
001359             ==APL-CHECK-SEQ==      BY ==SA-CHECK-SEQ==
001362             ==APL-CHECK-AMOUNT==   BY ==SA-CHECK-AMOUNT==.

001365 FD  SORTED-APL-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY APPLREC
001390         REPLACING ==APPLIED-RECORD== BY ==SORTED-APL-RECORD==
001400             ==APL-APPLY-DATE==     BY ==TA-APPLY-DATE==
001410             ==APL-CUSTOMER-ID==    BY ==TA-CUSTOMER-ID==
001420             ==APL-INVOICE-NO==     BY ==TA-INVOICE-NO==
001430             ==APL-PAY-DATE==       BY ==TA-PAY-DATE==
001440             ==APL-APPLIED-AMOUNT== BY ==TA-APPLIED-AMOUNT==
001450             ==APL-CURRENCY-CODE==  BY ==TA-CURRENCY-CODE==
001451             ==APL-PAY-SEQ==        BY ==TA-PAY-SEQ==
001452             ==APL-PAY-AMOUNT==     BY ==TA-PAY-AMOUNT==
001453             ==APL-INVOICE-DATE==   BY ==TA-INVOICE-DATE==
001454             ==APL-DUE-DATE==       BY ==TA-DUE-DATE==
001455             ==APL-TERMS-CODE==     BY ==TA-TERMS-CODE==
001456             ==APL-RELEASED-SW==    BY ==TA-RELEASED-SW==
001457             ==APL-RELEASED-PAYMENT== BY ==TA-RELEASED-PAYMENT==
001458             ==APL-DISC-AMOUNT==    BY ==TA-DISC-AMOUNT==
001459             ==APL-CHECK-SEQ==      BY ==TA-CHECK-SEQ==
001462             ==APL-CHECK-AMOUNT==   BY ==TA-CHECK-AMOUNT==.

001465*----------------------------------------------------------*
001470* HISTORY-FILE - EVERY PAST REVIEW, ONE RECORD PER         *
001480* CUSTOMER PER REVIEW DATE.  SORTED BY CUSTOMER AND DATE   *
001490* SO THE LAST REVIEW BEFORE THIS ONE MATCHES THE MASTER IN *
001500* ONE PASS.  THIS RUN'S RECORDS GO TO NEW-HISTORY-FILE     *
001510* FIRST AND ARE ADDED TO THE HISTORY ONLY WHEN THE RUN     *
001520* FINISHES.                                                *
001530*----------------------------------------------------------*
001540 FD  HISTORY-FILE
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 60 CHARACTERS.
001570     COPY CRHREC.

001580 SD  SORT-HST-WORK-FILE.
001590     COPY CRHREC
001600         REPLACING ==CREDIT-HISTORY-RECORD==
001610                 BY ==SORT-HST-RECORD==
001620             ==CRH-REVIEW-DATE==    BY ==SH-REVIEW-DATE==
001630             ==CRH-CUSTOMER-ID==    BY ==SH-CUSTOMER-ID==
001640             ==CRH-PAID-COUNT==     BY ==SH-PAID-COUNT==
001650             ==CRH-AVG-DAYS==       BY ==SH-AVG-DAYS==
001660             ==CRH-WTD-DAYS==       BY ==SH-WTD-DAYS==
001670             ==CRH-LATE-PCT==       BY ==SH-LATE-PCT==
001680             ==CRH-CREDIT-LIMIT==   BY ==SH-CREDIT-LIMIT==
001690             ==CRH-BALANCE==        BY ==SH-BALANCE==
001700             ==CRH-RECOMMEND-CODE== BY ==SH-RECOMMEND-CODE==
001710             ==CRH-NEW-LIMIT==      BY ==SH-NEW-LIMIT==.

001720 FD  SORTED-HST-FILE
001730     LABEL RECORDS ARE STANDARD
001740     RECORD CONTAINS 60 CHARACTERS.
001750     COPY CRHREC
001760         REPLACING ==CREDIT-HISTORY-RECORD==
001770                 BY ==SORTED-HST-RECORD==
001780             ==CRH-REVIEW-DATE==    BY ==TH-REVIEW-DATE==
001790             ==CRH-CUSTOMER-ID==    BY ==TH-CUSTOMER-ID==
001800             ==CRH-PAID-COUNT==     BY ==TH-PAID-COUNT==
001810             ==CRH-AVG-DAYS==       BY ==TH-AVG-DAYS==
001820             ==CRH-WTD-DAYS==       BY ==TH-WTD-DAYS==
001830             ==CRH-LATE-PCT==       BY ==TH-LATE-PCT==
001840             ==CRH-CREDIT-LIMIT==   BY ==TH-CREDIT-LIMIT==
001850             ==CRH-BALANCE==        BY ==TH-BALANCE==
001860             ==CRH-RECOMMEND-CODE== BY ==TH-RECOMMEND-CODE==
001870             ==CRH-NEW-LIMIT==      BY ==TH-NEW-LIMIT==.

001880 FD  NEW-HISTORY-FILE
001890     LABEL RECORDS ARE STANDARD
001900     RECORD CONTAINS 60 CHARACTERS.
001910     COPY CRHREC
001920         REPLACING ==CREDIT-HISTORY-RECORD==
001930                 BY ==NEW-HISTORY-RECORD==
001940             ==CRH-REVIEW-DATE==    BY ==NH-REVIEW-DATE==
001950             ==CRH-CUSTOMER-ID==    BY ==NH-CUSTOMER-ID==
001960             ==CRH-PAID-COUNT==     BY ==NH-PAID-COUNT==
001970             ==CRH-AVG-DAYS==       BY ==NH-AVG-DAYS==
001980             ==CRH-WTD-DAYS==       BY ==NH-WTD-DAYS==
001990             ==CRH-LATE-PCT==       BY ==NH-LATE-PCT==
002000             ==CRH-CREDIT-LIMIT==   BY ==NH-CREDIT-LIMIT==
002010             ==CRH-BALANCE==        BY ==NH-BALANCE==
002020             ==CRH-RECOMMEND-CODE== BY ==NH-RECOMMEND-CODE==
002030             ==CRH-NEW-LIMIT==      BY ==NH-NEW-LIMIT==.

002040 FD  SNAPSHOT-FILE
002050     LABEL RECORDS ARE STANDARD
002060     RECORD CONTAINS 188 CHARACTERS.
002070 01  SNAPSHOT-RECORD.
002080     05  SNP-CLOSE-DATE      PIC 9(08).
002090     05  SNP-MASTER-IMAGE    PIC X(180).

002100*----------------------------------------------------------*
002110* APPROVAL-FILE - ONE RECORD PER RECOMMENDATION THE CREDIT *
002120* MANAGER HAS APPROVED, NAMING THE REVIEW ON CREDHIST.DAT  *
002130* IT WAS MADE FROM.  A ZERO LIMIT TAKES THE LIMIT THAT     *
002135* REVIEW RECOMMENDED; ANY OTHER LIMIT IS USED AS KEYED.    *
002140*----------------------------------------------------------*
002150 FD  APPROVAL-FILE
002160     LABEL RECORDS ARE STANDARD
002170     RECORD CONTAINS 28 CHARACTERS.
002180 01  APPROVAL-RECORD.
002190     05  APR-CUSTOMER-ID     PIC X(10).
002195     05  APR-REVIEW-DATE     PIC 9(08).
002200     05  APR-NEW-LIMIT       PIC 9(5)V99.
002210     05  APR-APPROVER        PIC X(03).

002220*----------------------------------------------------------*
002230* CHANGE-FILE - CUST-MAINT TRANSACTIONS (TRANS.DAT LAYOUT) *
002240* FOR THE APPROVED CHANGES.  CUST-MAINT APPLIES A CHANGE   *
002250* AS A WHOLE RECORD, SO EACH ONE CARRIES THE MASTER RECORD *
002260* AS IT STOOD WHEN THIS RUN READ IT, WITH ONLY THE CREDIT  *
002270* LIMIT AND HOLD CODE CHANGED.                             *
002280*----------------------------------------------------------*
002290 FD  CHANGE-FILE
002300     LABEL RECORDS ARE STANDARD
002310     RECORD CONTAINS 181 CHARACTERS.
002320 01  CHANGE-RECORD.
002330     05  CHG-ACTION-CODE     PIC X(01).
002340     05  CHG-MASTER-IMAGE    PIC X(180).

002350 FD  CREDIT-RPT
002360     LABEL RECORDS ARE OMITTED.
002370 01  RPT-RECORD               PIC X(132).

002380 WORKING-STORAGE SECTION.
002390 77  WS-MASTER-EOF            PIC X       VALUE 'N'.
002400     88  MASTER-EOF                       VALUE 'Y'.
002410 77  WS-TERMS-EOF             PIC X       VALUE 'N'.
002420     88  TERMS-EOF                        VALUE 'Y'.
002430 77  WS-PARM-EOF              PIC X       VALUE 'N'.
002440     88  PARM-EOF                         VALUE 'Y'.
002450 77  WS-JRN-EOF               PIC X       VALUE 'N'.
002460     88  JRN-EOF                          VALUE 'Y'.
002470 77  WS-APL-EOF               PIC X       VALUE 'N'.
002480     88  APL-EOF                          VALUE 'Y'.
002490 77  WS-HST-EOF               PIC X       VALUE 'N'.
002500     88  HST-EOF                          VALUE 'Y'.
002510 77  WS-NEW-HST-EOF           PIC X       VALUE 'N'.
002520     88  NEW-HST-EOF                      VALUE 'Y'.
002530 77  WS-SNAP-EOF              PIC X       VALUE 'N'.
002540     88  SNAP-EOF                         VALUE 'Y'.
002550 77  WS-APPROVAL-EOF          PIC X       VALUE 'N'.
002560     88  APPROVAL-EOF                     VALUE 'Y'.
002570 77  WS-PARM-ERROR-SW         PIC X       VALUE 'N'.
002580     88  PARM-ERROR-SEEN                  VALUE 'Y'.
002590 77  WS-PARM-OK-SW            PIC X       VALUE 'N'.
002600     88  PARM-VALUE-OK                    VALUE 'Y'.
002610 77  WS-HISTORY-DONE-SW       PIC X       VALUE 'N'.
002620     88  HISTORY-ALREADY-DONE             VALUE 'Y'.
002630 77  WS-CAPACITY-SW           PIC X       VALUE 'N'.
002640     88  CAPACITY-EXCEEDED                VALUE 'Y'.
002650 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
002660 77  WS-PARM-LIMIT            PIC 9(12)   VALUE ZERO.
002670 77  WS-PARM-EDIT-INT         PIC ZZ,ZZ9.

002680*----------------------------------------------------------*
002690* REVIEW PARAMETERS - EACH CAN BE SET BY A PARM CARD OF    *
002700* THE SAME NAME ON PARMCARD.DAT.  PERCENTAGES ARE WHOLE    *
002710* NUMBERS.                                                 *
002720*----------------------------------------------------------*
002730 77  WS-REVIEW-DATE           PIC 9(8)    VALUE ZERO.
002740 77  WS-REVIEW-DATE-SOURCE    PIC X(16)   VALUE "SYSTEM DATE".
002750 77  WS-LOOKBACK-DAYS         PIC 9(4)    VALUE 90.
002760 77  WS-MIN-PAID              PIC 9(3)    VALUE 3.
002770 77  WS-GOOD-PCT              PIC 9(3)    VALUE 10.
002780 77  WS-SLOW-PCT              PIC 9(3)    VALUE 50.
002790 77  WS-SLOW-DAYS             PIC 9(3)    VALUE 30.
002800 77  WS-NEAR-PCT              PIC 9(3)    VALUE 80.
002810 77  WS-STEP-PCT              PIC 9(3)    VALUE 20.
002820 77  WS-TREND-DAYS            PIC 9(3)V9  VALUE 5.
002830 77  WS-MAX-LIMIT             PIC 9(5)V99 VALUE 99999.99.
002840 01  WS-PARM-SOURCES.
002850     05  WS-LOOKBACK-SOURCE   PIC X(16)   VALUE "DEFAULT".
002860     05  WS-MIN-PAID-SOURCE   PIC X(16)   VALUE "DEFAULT".
002870     05  WS-GOOD-PCT-SOURCE   PIC X(16)   VALUE "DEFAULT".
002880     05  WS-SLOW-PCT-SOURCE   PIC X(16)   VALUE "DEFAULT".
002890     05  WS-SLOW-DAYS-SOURCE  PIC X(16)   VALUE "DEFAULT".
002900     05  WS-NEAR-PCT-SOURCE   PIC X(16)   VALUE "DEFAULT".
002910     05  WS-STEP-PCT-SOURCE   PIC X(16)   VALUE "DEFAULT".
002920 01  WS-PARM-SOURCE-WORK      PIC X(16)   VALUE SPACES.

002930*----------------------------------------------------------*
002940* REVIEW WINDOW AND CLOSE PERIOD - THE FIRST AND LAST      *
002950* APPLY DATES COUNTED, AND THE LAST TWO CLOSE DATES ON     *
002960* SNAPMAST.                                                *
002970*----------------------------------------------------------*
002980 77  WS-REVIEW-DAY-NO         PIC 9(7) COMP VALUE ZERO.
002990 77  WS-WINDOW-START-DATE     PIC 9(8)    VALUE ZERO.
003000 77  WS-CLOSE-DATE            PIC 9(8)    VALUE ZERO.
003010 77  WS-PRIOR-CLOSE-DATE      PIC 9(8)    VALUE ZERO.
003020 77  WS-PRIOR-CLOSE-SOURCE    PIC X(16)   VALUE SPACES.
003030 77  WS-PERIOD-DAYS           PIC 9(5) COMP VALUE ZERO.
003040 77  WS-CLOSE-DAY-NO          PIC 9(7) COMP VALUE ZERO.

003050*----------------------------------------------------------*
003060* MATCH KEYS - THE CURRENT SORTED JOURNAL, APPLIED AND     *
003070* HISTORY RECORDS, SET TO HIGH-VALUES AT END OF FILE SO    *
003080* THE MASTER MATCH NEEDS NO SEPARATE END TESTS.            *
003090*----------------------------------------------------------*
003100 77  WS-CUR-CUSTOMER          PIC X(10)   VALUE SPACES.
003110 01  WS-JRN-KEY.
003120     05  WS-JK-CUSTOMER-ID    PIC X(10)   VALUE SPACES.
003130     05  WS-JK-INVOICE-NO     PIC X(10)   VALUE SPACES.
003140 01  WS-APL-KEY.
003150     05  WS-AK-CUSTOMER-ID    PIC X(10)   VALUE SPACES.
003160     05  WS-AK-INVOICE-NO     PIC X(10)   VALUE SPACES.
003170 01  WS-BOOK-KEY.
003180     05  WS-BK-CUSTOMER-ID    PIC X(10)   VALUE SPACES.
003190     05  WS-BK-INVOICE-NO     PIC X(10)   VALUE SPACES.
003200 77  WS-HST-CUSTOMER          PIC X(10)   VALUE SPACES.
003210 77  WS-BOOK-DATE             PIC 9(8)    VALUE ZERO.

003220*----------------------------------------------------------*
003230* ONE CUSTOMER'S REVIEW - PAYMENT MEASURES, THE LAST       *
003240* REVIEW BEFORE THIS ONE, AND THE RECOMMENDATION.          *
003250*----------------------------------------------------------*
003260 77  WS-CR-REVIEWED-SW        PIC X       VALUE 'N'.
003270     88  CR-REVIEWED                      VALUE 'Y'.
003280 77  WS-CR-PRIOR-SW           PIC X       VALUE 'N'.
003290     88  CR-PRIOR-FOUND                   VALUE 'Y'.
003300 77  WS-CR-NET-DAYS           PIC 9(3)    VALUE ZERO.
003310 77  WS-CR-BALANCE            PIC 9(5)V99 VALUE ZERO.
003320 77  WS-CR-PAID-COUNT         PIC 9(5) COMP VALUE ZERO.
003330 77  WS-CR-LATE-COUNT         PIC 9(5) COMP VALUE ZERO.
003340 77  WS-CR-DAYS-SUM           PIC 9(9) COMP VALUE ZERO.
003350 77  WS-CR-AMOUNT-SUM         PIC 9(11)V99 VALUE ZERO.
003360 77  WS-CR-AMT-DAYS-SUM       PIC 9(15)V99 VALUE ZERO.
003370 77  WS-CR-AVG-DAYS           PIC 9(4)V9  VALUE ZERO.
003380 77  WS-CR-WTD-DAYS           PIC 9(4)V9  VALUE ZERO.
003390 77  WS-CR-LATE-PCT           PIC 9(3)V9  VALUE ZERO.
003400 77  WS-CR-UTIL-PCT           PIC 9(5)    VALUE ZERO.
003410 77  WS-CR-PRIOR-WTD-DAYS     PIC 9(4)V9  VALUE ZERO.
003420 77  WS-CR-PRIOR-DATE         PIC 9(8)    VALUE ZERO.
003430 77  WS-CR-TREND              PIC X(06)   VALUE SPACES.
003440 77  WS-CR-CLASS              PIC X(07)   VALUE SPACES.
003450     88  CR-GOOD-PAYER                    VALUE "GOOD".
003460     88  CR-SLOW-PAYER                    VALUE "SLOW".
003470 77  WS-CR-RECOMMEND-CODE     PIC X(01)   VALUE SPACE.
003480     88  CR-RECOMMEND-NONE                VALUE SPACE.
003490     88  CR-RECOMMEND-INCREASE            VALUE "I".
003500     88  CR-RECOMMEND-DECREASE            VALUE "D".
003510     88  CR-RECOMMEND-HOLD                VALUE "H".
003520 77  WS-CR-NEW-LIMIT          PIC 9(5)V99 VALUE ZERO.
003530 77  WS-CR-APPROVAL-TEXT      PIC X(08)   VALUE SPACES.
003540 77  WS-CR-NOTE               PIC X(60)   VALUE SPACES.
003550 77  WS-CHG-LIMIT             PIC 9(5)V99 VALUE ZERO.
003560 77  WS-CHG-HOLD-CODE         PIC X(01)   VALUE SPACE.

003570*----------------------------------------------------------*
003580* PAYMENT AND LIMIT ARITHMETIC WORK FIELDS                 *
003590*----------------------------------------------------------*
003600 77  WS-PAY-DAY-NO            PIC 9(7) COMP VALUE ZERO.
003610 77  WS-BOOK-DAY-NO           PIC 9(7) COMP VALUE ZERO.
003620 77  WS-PAY-DAYS              PIC 9(5) COMP VALUE ZERO.
003630 77  WS-LIMIT-WORK            PIC 9(7) COMP VALUE ZERO.
003640 77  WS-LIMIT-HUNDREDS        PIC 9(5) COMP VALUE ZERO.
003650 77  WS-LIMIT-REMAINDER       PIC 9(5) COMP VALUE ZERO.
003660 77  WS-LIMIT-FLOOR           PIC 9(7)V99 VALUE ZERO.
003670 77  WS-DAYS-DIFF             PIC S9(5)V9 VALUE ZERO.

003680*----------------------------------------------------------*
003690* RUN COUNTS                                               *
003700*----------------------------------------------------------*
003710 77  WS-CUSTOMER-COUNT        PIC 9(7) COMP VALUE ZERO.
003720 77  WS-REVIEWED-COUNT        PIC 9(7) COMP VALUE ZERO.
003730 77  WS-MEASURED-COUNT        PIC 9(7) COMP VALUE ZERO.
003740 77  WS-GOOD-COUNT            PIC 9(7) COMP VALUE ZERO.
003750 77  WS-SLOW-COUNT            PIC 9(7) COMP VALUE ZERO.
003760 77  WS-INCREASE-COUNT        PIC 9(7) COMP VALUE ZERO.
003770 77  WS-DECREASE-COUNT        PIC 9(7) COMP VALUE ZERO.
003780 77  WS-HOLD-COUNT            PIC 9(7) COMP VALUE ZERO.
003790 77  WS-PAYMENTS-MEASURED     PIC 9(7) COMP VALUE ZERO.
003800 77  WS-PAYMENTS-UNBOOKED     PIC 9(7) COMP VALUE ZERO.
003810 77  WS-PAYMENTS-ORPHAN       PIC 9(7) COMP VALUE ZERO.
003820 77  WS-CHANGE-COUNT          PIC 9(7) COMP VALUE ZERO.
003830 77  WS-REJECT-COUNT          PIC 9(7) COMP VALUE ZERO.
003835 77  WS-NO-REVIEW-COUNT       PIC 9(7) COMP VALUE ZERO.
003840 77  WS-UNUSED-COUNT          PIC 9(7) COMP VALUE ZERO.
003850 77  WS-HISTORY-COUNT         PIC 9(7) COMP VALUE ZERO.

003860*----------------------------------------------------------*
003870* WS-TERMS-TABLE - NET DAYS FOR EACH TERMS CODE            *
003880*----------------------------------------------------------*
003890 77  WS-TERMS-COUNT           PIC 9(5) COMP VALUE ZERO.
003900 77  WS-TERMS-MAX-ENTRIES     PIC 9(5) COMP VALUE 50.
003910 01  WS-TERMS-TABLE.
003920     05  WS-TERMS-ENTRY OCCURS 50 TIMES
003930                        DEPENDING ON WS-TERMS-COUNT
003940                        INDEXED BY WS-TERMS-IDX.
003950         10  WS-TERMS-CODE       PIC X(04).
003960         10  WS-TERMS-NET-DAYS   PIC 9(03).

003970*----------------------------------------------------------*
003980* WS-APPROVAL-TABLE - THE APPROVALS FROM CREDAPPR.DAT,     *
003990* EACH MARKED WHEN ITS CUSTOMER IS REACHED ON THE MASTER   *
004000* SO ANY LEFT OVER CAN BE LISTED.  THE RECOMMENDATION OF   *
004003* THE REVIEW AN APPROVAL NAMES IS CARRIED WITH IT ONCE     *
004006* THAT REVIEW IS FOUND ON THE HISTORY.                     *
004010*----------------------------------------------------------*
004020 77  WS-APPROVAL-COUNT        PIC 9(5) COMP VALUE ZERO.
004030 77  WS-MAX-APPROVALS         PIC 9(5) COMP VALUE 500.
004040 01  WS-APPROVAL-TABLE.
004050     05  WS-APPROVAL-ENTRY OCCURS 1 TO 500 TIMES
004060                           DEPENDING ON WS-APPROVAL-COUNT
004070                           INDEXED BY WS-APPROVAL-IDX.
004080         10  WA-CUSTOMER-ID   PIC X(10).
004085         10  WA-REVIEW-DATE   PIC 9(08).
004090         10  WA-NEW-LIMIT     PIC 9(5)V99.
004100         10  WA-APPROVER      PIC X(03).
004110         10  WA-USED-SW       PIC X(01).
004120             88  WA-USED                    VALUE 'Y'.
004121         10  WA-REVIEW-SW     PIC X(01).
004122             88  WA-REVIEW-FOUND            VALUE 'Y'.
004123         10  WA-HST-RECOMMEND PIC X(01).
004124             88  WA-HST-INCREASE            VALUE "I".
004125             88  WA-HST-DECREASE            VALUE "D".
004126             88  WA-HST-HOLD                VALUE "H".
004127         10  WA-HST-NEW-LIMIT PIC 9(5)V99.

004130*----------------------------------------------------------*
004140* WS-CURRENCY-TABLE - AR AT THE LAST CLOSE AND BILLINGS IN *
004150* THE PERIOD BEFORE IT, BY CURRENCY, FOR THE DSO SECTION.  *
004160*----------------------------------------------------------*
004170 77  WS-CURRENCY-COUNT        PIC 9(3) COMP VALUE ZERO.
004180 77  WS-MAX-CURRENCIES        PIC 9(3) COMP VALUE 20.
004190 77  WS-CURRENCY-KEY          PIC X(03)   VALUE SPACES.
004200 77  WS-CURRENCY-SUB          PIC 9(3) COMP VALUE ZERO.
004210 01  WS-CURRENCY-TABLE.
004220     05  WS-CURRENCY-ENTRY OCCURS 1 TO 20 TIMES
004230                           DEPENDING ON WS-CURRENCY-COUNT
004240                           INDEXED BY WS-CURRENCY-IDX.
004250         10  WC-CURRENCY-CODE PIC X(03).
004260         10  WC-AR-BALANCE    PIC 9(11)V99.
004270         10  WC-BILLINGS      PIC S9(11)V99.
004280 77  WS-DSO                   PIC 9(5)V9  VALUE ZERO.

004290*----------------------------------------------------------*
004300* WS-SNAP-CUSTOMER - A SNAPSHOT IMAGE MAPPED BACK ONTO THE *
004310* CUSTOMER RECORD LAYOUT SO ITS BALANCE AND CURRENCY CAN   *
004320* BE PICKED OFF                                            *
004330*----------------------------------------------------------*
004340     COPY CUSTREC
004350         REPLACING ==CUSTOMER-RECORD== BY ==WS-SNAP-CUSTOMER==
004360             ==CUSTOMER-ID==   BY ==SN-CUSTOMER-ID==
004370             ==CUSTOMER-NAME== BY ==SN-CUSTOMER-NAME==
004380             ==BALANCE-SIGNED== BY ==SN-BALANCE-SIGNED==
004390             ==BALANCE==       BY ==SN-BALANCE==
004400             ==AGE-DAYS==      BY ==SN-AGE-DAYS==
004410             ==CREDIT-LIMIT==  BY ==SN-CREDIT-LIMIT==
004420             ==CURRENCY-CODE== BY ==SN-CURRENCY-CODE==
004430             ==ADDR-LINE-1==   BY ==SN-ADDR-LINE-1==
004440             ==ADDR-LINE-2==   BY ==SN-ADDR-LINE-2==
004450             ==ADDR-CITY-ST-ZIP== BY ==SN-ADDR-CITY-ST-ZIP==
004460             ==HOLD-CODE==     BY ==SN-HOLD-CODE==
004470             ==PROMISE-DATE==  BY ==SN-PROMISE-DATE==
004480             ==TERMS-CODE==    BY ==SN-TERMS-CODE==
004490             ==PARENT-ID==     BY ==SN-PARENT-ID==
004500             ==FAMILY-CREDIT-LIMIT==
004510                 BY ==SN-FAMILY-CREDIT-LIMIT==
004515             ==COLLECTOR-ID==  BY ==SN-COLLECTOR-ID==.

004520*----------------------------------------------------------*
004530* WS-CHG-CUSTOMER - THE MASTER RECORD AS READ, WITH THE    *
004540* APPROVED LIMIT AND HOLD CODE LAID OVER IT FOR THE        *
004550* CUST-MAINT CHANGE TRANSACTION                            *
004560*----------------------------------------------------------*
004570     COPY CUSTREC
004580         REPLACING ==CUSTOMER-RECORD== BY ==WS-CHG-CUSTOMER==
004590             ==CUSTOMER-ID==   BY ==CG-CUSTOMER-ID==
004600             ==CUSTOMER-NAME== BY ==CG-CUSTOMER-NAME==
004610             ==BALANCE-SIGNED== BY ==CG-BALANCE-SIGNED==
004620             ==BALANCE==       BY ==CG-BALANCE==
004630             ==AGE-DAYS==      BY ==CG-AGE-DAYS==
004640             ==CREDIT-LIMIT==  BY ==CG-CREDIT-LIMIT==
004650             ==CURRENCY-CODE== BY ==CG-CURRENCY-CODE==
004660             ==ADDR-LINE-1==   BY ==CG-ADDR-LINE-1==
004670             ==ADDR-LINE-2==   BY ==CG-ADDR-LINE-2==
004680             ==ADDR-CITY-ST-ZIP== BY ==CG-ADDR-CITY-ST-ZIP==
004690             ==HOLD-CODE==     BY ==CG-HOLD-CODE==
004700             ==PROMISE-DATE==  BY ==CG-PROMISE-DATE==
004710             ==TERMS-CODE==    BY ==CG-TERMS-CODE==
004720             ==PARENT-ID==     BY ==CG-PARENT-ID==
004730             ==FAMILY-CREDIT-LIMIT==
004740                 BY ==CG-FAMILY-CREDIT-LIMIT==
004745             ==COLLECTOR-ID==  BY ==CG-COLLECTOR-ID==.

004750*----------------------------------------------------------*
004760* DATE-TO-DAY-NUMBER WORK FIELDS - CONVERT A YYYYMMDD DATE *
004770* TO A SERIAL DAY NUMBER AND BACK, SO TWO DATES CAN BE     *
004780* SUBTRACTED AND A NUMBER OF DAYS TAKEN OFF A DATE.        *
004790*----------------------------------------------------------*
004800 01  WS-DTN-FIELDS.
004810     05  WS-DTN-DATE         PIC 9(08)   VALUE ZERO.
004820     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
004830         10  WS-DTN-YYYY     PIC 9(04).
004840         10  WS-DTN-MM       PIC 9(02).
004850         10  WS-DTN-DD       PIC 9(02).
004860     05  WS-DTN-M            PIC 9(4) COMP VALUE ZERO.
004870     05  WS-DTN-M-ADJ        PIC 9(4) COMP VALUE ZERO.
004880     05  WS-DTN-Q            PIC 9(4) COMP VALUE ZERO.
004890     05  WS-DTN-Y            PIC 9(4) COMP VALUE ZERO.
004900     05  WS-DTN-Y4           PIC 9(4) COMP VALUE ZERO.
004910     05  WS-DTN-Y100         PIC 9(4) COMP VALUE ZERO.
004920     05  WS-DTN-Y400         PIC 9(4) COMP VALUE ZERO.
004930     05  WS-DTN-M306         PIC 9(5) COMP VALUE ZERO.
004940     05  WS-DTN-MDAYS        PIC 9(4) COMP VALUE ZERO.
004950     05  WS-DTN-DAY-NO       PIC 9(7) COMP VALUE ZERO.
004960     05  WS-DTN-DDD          PIC S9(7) COMP VALUE ZERO.
004970     05  WS-DTN-MI           PIC 9(4) COMP VALUE ZERO.

004980 01  WS-RPT-HEADER-LINE.
004990     05  FILLER              PIC X(32) VALUE
005000         "CREDIT REVIEW REPORT".
005010     05  FILLER              PIC X(14) VALUE "REVIEW DATE".
005020     05  RH-REVIEW-DATE      PIC 9(8).
005030     05  FILLER              PIC X(12) VALUE "  RUN DATE".
005040     05  RH-RUN-DATE         PIC 9(8).
005050     05  FILLER              PIC X(58) VALUE SPACES.

005060 01  WS-WINDOW-LINE.
005070     05  FILLER              PIC X(28) VALUE
005080         "PAYMENTS APPLIED FROM".
005090     05  WL-START-DATE       PIC 9(8).
005100     05  FILLER              PIC X(06) VALUE "  TO".
005110     05  WL-END-DATE         PIC 9(8).
005120     05  FILLER              PIC X(82) VALUE SPACES.

005130 01  WS-PARM-HEADER-LINE.
005140     05  FILLER              PIC X(34) VALUE
005150         "RUNTIME PARAMETERS FOR THIS RUN".
005160     05  FILLER              PIC X(98) VALUE SPACES.

005170 01  WS-PARM-AUDIT-LINE.
005180     05  FILLER              PIC X(04) VALUE SPACES.
005190     05  PA-NAME             PIC X(22).
005200     05  PA-VALUE            PIC X(16).
005210     05  PA-SOURCE           PIC X(16).
005220     05  FILLER              PIC X(74) VALUE SPACES.

005230 01  WS-DETAIL-HEADER-1.
005240     05  FILLER              PIC X(52) VALUE SPACES.
005250     05  FILLER              PIC X(05) VALUE "UTIL".
005260     05  FILLER              PIC X(05) VALUE SPACES.
005270     05  FILLER              PIC X(07) VALUE "   AVG".
005280     05  FILLER              PIC X(07) VALUE "   WTD".
005290     05  FILLER              PIC X(06) VALUE " LATE".
005300     05  FILLER              PIC X(07) VALUE " PRIOR".
005310     05  FILLER              PIC X(43) VALUE SPACES.

005320 01  WS-DETAIL-HEADER-2.
005330     05  FILLER              PIC X(11) VALUE "CUSTOMER".
005340     05  FILLER              PIC X(17) VALUE "NAME".
005350     05  FILLER              PIC X(04) VALUE "CUR".
005360     05  FILLER              PIC X(10) VALUE "    LIMIT".
005370     05  FILLER              PIC X(10) VALUE "  BALANCE".
005380     05  FILLER              PIC X(05) VALUE "   %".
005390     05  FILLER              PIC X(05) VALUE "PAID".
005400     05  FILLER              PIC X(07) VALUE "  DAYS".
005410     05  FILLER              PIC X(07) VALUE "  DAYS".
005420     05  FILLER              PIC X(06) VALUE "    %".
005430     05  FILLER              PIC X(07) VALUE "  DAYS".
005440     05  FILLER              PIC X(07) VALUE "TREND".
005450     05  FILLER              PIC X(08) VALUE "CLASS".
005460     05  FILLER              PIC X(09) VALUE "RECOMMEND".
005470     05  FILLER              PIC X(10) VALUE "NEW LIMIT".
005480     05  FILLER              PIC X(08) VALUE "APPROVAL".
005490     05  FILLER              PIC X(01) VALUE SPACES.

005500 01  WS-DETAIL-LINE.
005510     05  DL-CUSTOMER-ID      PIC X(10).
005520     05  FILLER              PIC X(01) VALUE SPACES.
005530     05  DL-CUSTOMER-NAME    PIC X(16).
005540     05  FILLER              PIC X(01) VALUE SPACES.
005550     05  DL-CURRENCY-CODE    PIC X(03).
005560     05  FILLER              PIC X(01) VALUE SPACES.
005570     05  DL-CREDIT-LIMIT     PIC ZZ,ZZ9.99.
005580     05  FILLER              PIC X(01) VALUE SPACES.
005590     05  DL-BALANCE          PIC ZZ,ZZ9.99.
005600     05  FILLER              PIC X(01) VALUE SPACES.
005610     05  DL-UTIL-PCT         PIC ZZZ9.
005620     05  FILLER              PIC X(01) VALUE SPACES.
005630     05  DL-PAID-COUNT       PIC ZZZ9.
005640     05  FILLER              PIC X(01) VALUE SPACES.
005650     05  DL-AVG-DAYS         PIC ZZZ9.9.
005660     05  FILLER              PIC X(01) VALUE SPACES.
005670     05  DL-WTD-DAYS         PIC ZZZ9.9.
005680     05  FILLER              PIC X(01) VALUE SPACES.
005690     05  DL-LATE-PCT         PIC ZZ9.9.
005700     05  FILLER              PIC X(01) VALUE SPACES.
005710     05  DL-PRIOR-WTD-DAYS   PIC ZZZ9.9.
005720     05  FILLER              PIC X(01) VALUE SPACES.
005730     05  DL-TREND            PIC X(06).
005740     05  FILLER              PIC X(01) VALUE SPACES.
005750     05  DL-CLASS            PIC X(07).
005760     05  FILLER              PIC X(01) VALUE SPACES.
005770     05  DL-RECOMMEND        PIC X(08).
005780     05  FILLER              PIC X(01) VALUE SPACES.
005790     05  DL-NEW-LIMIT        PIC ZZ,ZZ9.99.
005800     05  FILLER              PIC X(01) VALUE SPACES.
005810     05  DL-APPROVAL         PIC X(08).
005820     05  FILLER              PIC X(01) VALUE SPACES.

005830 01  WS-NOTE-LINE.
005840     05  FILLER              PIC X(12) VALUE SPACES.
005850     05  NL-NOTE-TEXT        PIC X(60).
005860     05  FILLER              PIC X(60) VALUE SPACES.

005870 01  WS-SECTION-LINE.
005880     05  SL-SECTION-TEXT     PIC X(60).
005890     05  FILLER              PIC X(72) VALUE SPACES.

005900 01  WS-DSO-HEADER-LINE.
005910     05  FILLER              PIC X(04) VALUE SPACES.
005920     05  FILLER              PIC X(10) VALUE "CURRENCY".
005930     05  FILLER              PIC X(20) VALUE "      AR AT CLOSE".
005940     05  FILLER              PIC X(20)
005950         VALUE "   BILLED IN PERIOD".
005960     05  FILLER              PIC X(08) VALUE "  DAYS".
005970     05  FILLER              PIC X(10) VALUE "     DSO".
005980     05  FILLER              PIC X(60) VALUE SPACES.

005990 01  WS-DSO-LINE.
006000     05  FILLER              PIC X(04) VALUE SPACES.
006010     05  DS-CURRENCY-CODE    PIC X(03).
006020     05  FILLER              PIC X(07) VALUE SPACES.
006030     05  DS-AR-BALANCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006040     05  FILLER              PIC X(02) VALUE SPACES.
006050     05  DS-BILLINGS         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
006060     05  FILLER              PIC X(02) VALUE SPACES.
006070     05  DS-PERIOD-DAYS      PIC ZZZZ9.
006080     05  FILLER              PIC X(03) VALUE SPACES.
006090     05  DS-DSO              PIC ZZZZ9.9.
006100     05  FILLER              PIC X(01) VALUE SPACES.
006110     05  DS-NOTE             PIC X(20).
006120     05  FILLER              PIC X(43) VALUE SPACES.

006130 01  WS-COUNT-LINE.
006140     05  FILLER              PIC X(04) VALUE SPACES.
006150     05  CL-LABEL            PIC X(34).
006160     05  CL-COUNT            PIC ZZZ,ZZ9.
006170     05  FILLER              PIC X(87) VALUE SPACES.

006171*----------------------------------------------------------*
006172* WS-CHANGE-WARNING - PRINTED WHENEVER CHANGES WERE        *
006173* WRITTEN.  EACH CREDCHG.DAT RECORD IS THE CUSTOMER'S      *
006174* WHOLE MASTER IMAGE AS THIS RUN READ IT, SO CUST-MAINT    *
006175* MUST APPLY IT BEFORE ANY STEP POSTS TO THE BALANCE.      *
006176*----------------------------------------------------------*
006177 01  WS-CHANGE-WARNING-1.
006178     05  FILLER              PIC X(04) VALUE SPACES.
006179     05  FILLER              PIC X(44) VALUE
006180         "*** WARNING - CREDCHG.DAT CARRIES THE WHOLE ".
006181     05  FILLER              PIC X(42) VALUE
006182         "MASTER RECORD, BALANCE AND AGE DAYS AS OF ".
006183     05  FILLER              PIC X(42) VALUE
006184         "THIS RUN ***                              ".
006185 01  WS-CHANGE-WARNING-2.
006186     05  FILLER              PIC X(04) VALUE SPACES.
006187     05  FILLER              PIC X(36) VALUE
006188         "*** RUN CUST-MAINT ON IT BEFORE ANY ".
006189     05  FILLER              PIC X(41) VALUE
006190         "CASH-APPLY, INV-REGISTER OR NSF-REVERSAL ".
006191     05  FILLER              PIC X(51) VALUE
006192         "STEP, OR THEIR BALANCE POSTINGS ARE LOST ***       ".

006194 01  WS-BLANK-LINE            PIC X(132)  VALUE SPACES.

006196 PROCEDURE DIVISION.

006200 0000-MAINLINE.
006210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006220     PERFORM 4000-REVIEW-ONE-CUSTOMER THRU 4000-EXIT
006230         UNTIL MASTER-EOF.
006240     PERFORM 5000-FINISH-INPUTS THRU 5000-EXIT.
006250     PERFORM 5500-FIGURE-DSO THRU 5500-EXIT.
006260     PERFORM 6000-LIST-UNUSED-APPROVALS THRU 6000-EXIT.
006270     PERFORM 6500-ADD-REVIEW-HISTORY THRU 6500-EXIT.
006280     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
006290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006300     STOP RUN.

006310*----------------------------------------------------------*
006320* 1000-INITIALIZE - READ THE PARAMETERS, FIND THE REVIEW   *
006330* WINDOW AND THE LAST CLOSE, LOAD THE TERMS AND APPROVALS, *
006340* SORT THE JOURNAL, APPLIED CASH AND REVIEW HISTORY INTO   *
006350* CUSTOMER ORDER, AND OPEN EVERYTHING FOR THE MATCH.       *
006360*----------------------------------------------------------*
006370 1000-INITIALIZE.
006380     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
006390     MOVE WS-SYSTEM-DATE TO WS-REVIEW-DATE.
006400     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
006410     MOVE WS-REVIEW-DATE TO WS-DTN-DATE.
006420     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
006430     MOVE WS-DTN-DAY-NO TO WS-REVIEW-DAY-NO.
006440     COMPUTE WS-DTN-DAY-NO =
006450         WS-REVIEW-DAY-NO - WS-LOOKBACK-DAYS + 1.
006460     PERFORM 8850-DAY-NUMBER-TO-DATE THRU 8850-EXIT.
006470     MOVE WS-DTN-DATE TO WS-WINDOW-START-DATE.
006480     PERFORM 1100-FIND-CLOSE-DATES THRU 1100-EXIT.
006490     PERFORM 1200-LOAD-TERMS-TABLE THRU 1200-EXIT.
006500     PERFORM 1300-LOAD-APPROVALS THRU 1300-EXIT.
006510     PERFORM 1400-SORT-JOURNAL THRU 1400-EXIT.
006520     PERFORM 1450-SORT-APPLIED THRU 1450-EXIT.
006530     PERFORM 1500-SORT-HISTORY THRU 1500-EXIT.
006540     OPEN INPUT  CUSTOMER-MASTER.
006550     OPEN INPUT  SORTED-JRN-FILE.
006560     OPEN INPUT  SORTED-APL-FILE.
006570     OPEN INPUT  SORTED-HST-FILE.
006580     OPEN OUTPUT NEW-HISTORY-FILE.
006590     OPEN OUTPUT CREDIT-RPT.
006600     IF WS-APPROVAL-COUNT > ZERO
006610         OPEN OUTPUT CHANGE-FILE
006620     END-IF.
006630     MOVE WS-REVIEW-DATE TO RH-REVIEW-DATE.
006640     MOVE WS-SYSTEM-DATE TO RH-RUN-DATE.
006650     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
006660     MOVE WS-WINDOW-START-DATE TO WL-START-DATE.
006670     MOVE WS-REVIEW-DATE       TO WL-END-DATE.
006680     WRITE RPT-RECORD FROM WS-WINDOW-LINE.
006690     WRITE RPT-RECORD FROM WS-BLANK-LINE.
006700     PERFORM 1070-WRITE-PARM-AUDIT THRU 1070-EXIT.
006710     WRITE RPT-RECORD FROM WS-BLANK-LINE.
006720     WRITE RPT-RECORD FROM WS-DETAIL-HEADER-1.
006730     WRITE RPT-RECORD FROM WS-DETAIL-HEADER-2.
006740     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
006750     PERFORM 2100-READ-SORTED-JRN THRU 2100-EXIT.
006760     PERFORM 2200-READ-SORTED-APL THRU 2200-EXIT.
006770     PERFORM 2300-READ-SORTED-HST THRU 2300-EXIT.
006780 1000-EXIT.
006790     EXIT.

006800*----------------------------------------------------------*
006810* 1050-READ-PARM-CARDS - THE REVIEW DATE AND THRESHOLDS.   *
006820* A CARD THAT IS NOT NUMERIC OR OUT OF RANGE LEAVES THE    *
006830* DEFAULT IN PLACE AND ENDS THE RUN WITH RETURN-CODE 4.    *
006840*----------------------------------------------------------*
006850 1050-READ-PARM-CARDS.
006860     OPEN INPUT PARM-FILE.
006870     PERFORM 1060-APPLY-PARM-CARD THRU 1060-EXIT
006880         UNTIL PARM-EOF.
006890     CLOSE PARM-FILE.
006900     IF PARM-ERROR-SEEN
006910         MOVE 4 TO RETURN-CODE
006920     END-IF.
006930 1050-EXIT.
006940     EXIT.

006950 1060-APPLY-PARM-CARD.
006960     READ PARM-FILE
006970         AT END
006980             MOVE 'Y' TO WS-PARM-EOF
006990         NOT AT END
007000             PERFORM 1065-APPLY-REVIEW-PARM THRU 1065-EXIT
007010     END-READ.
007020 1060-EXIT.
007030     EXIT.

007040 1065-APPLY-REVIEW-PARM.
007050     EVALUATE PRM-KEYWORD
007060         WHEN "CREDREV-DATE"
007070             IF PRM-VALUE-INT NUMERIC
007080                 AND PRM-VALUE-INT NOT < 19000101
007090                 AND PRM-VALUE-INT NOT > 29991231
007100                 MOVE PRM-VALUE-INT TO WS-REVIEW-DATE
007110                 MOVE "PARM CARD" TO WS-REVIEW-DATE-SOURCE
007120             ELSE
007130                 MOVE "INVALID-DEFAULT" TO WS-REVIEW-DATE-SOURCE
007140                 SET PARM-ERROR-SEEN TO TRUE
007150                 DISPLAY "INVALID CREDREV-DATE CARD: " PRM-VALUE
007160             END-IF
007170         WHEN "CREDREV-DAYS"
007180             MOVE 3660 TO WS-PARM-LIMIT
007190             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
007200             IF PARM-VALUE-OK
007210                 MOVE PRM-VALUE-INT TO WS-LOOKBACK-DAYS
007220             END-IF
007230             MOVE WS-PARM-SOURCE-WORK TO WS-LOOKBACK-SOURCE
007240         WHEN "CREDREV-MIN-PAID"
007250             MOVE 999 TO WS-PARM-LIMIT
007260             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
007270             IF PARM-VALUE-OK
007280                 MOVE PRM-VALUE-INT TO WS-MIN-PAID
007290             END-IF
007300             MOVE WS-PARM-SOURCE-WORK TO WS-MIN-PAID-SOURCE
007310         WHEN "CREDREV-GOOD-PCT"
007320             MOVE 100 TO WS-PARM-LIMIT
007330             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
007340             IF PARM-VALUE-OK
007350                 MOVE PRM-VALUE-INT TO WS-GOOD-PCT
007360             END-IF
007370             MOVE WS-PARM-SOURCE-WORK TO WS-GOOD-PCT-SOURCE
007380         WHEN "CREDREV-SLOW-PCT"
007390             MOVE 100 TO WS-PARM-LIMIT
007400             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
007410             IF PARM-VALUE-OK
007420                 MOVE PRM-VALUE-INT TO WS-SLOW-PCT
007430             END-IF
007440             MOVE WS-PARM-SOURCE-WORK TO WS-SLOW-PCT-SOURCE
007450         WHEN "CREDREV-SLOW-DAYS"
007460             MOVE 999 TO WS-PARM-LIMIT
007470             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
007480             IF PARM-VALUE-OK
007490                 MOVE PRM-VALUE-INT TO WS-SLOW-DAYS
007500             END-IF
007510             MOVE WS-PARM-SOURCE-WORK TO WS-SLOW-DAYS-SOURCE
007520         WHEN "CREDREV-NEAR-PCT"
007530             MOVE 100 TO WS-PARM-LIMIT
007540             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
007550             IF PARM-VALUE-OK
007560                 MOVE PRM-VALUE-INT TO WS-NEAR-PCT
007570             END-IF
007580             MOVE WS-PARM-SOURCE-WORK TO WS-NEAR-PCT-SOURCE
007590         WHEN "CREDREV-STEP-PCT"
007600             MOVE 90 TO WS-PARM-LIMIT
007610             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
007620             IF PARM-VALUE-OK
007630                 MOVE PRM-VALUE-INT TO WS-STEP-PCT
007640             END-IF
007650             MOVE WS-PARM-SOURCE-WORK TO WS-STEP-PCT-SOURCE
007660     END-EVALUATE.
007670 1065-EXIT.
007680     EXIT.

007690 1068-CHECK-PARM-VALUE.
007700     IF PRM-VALUE-INT NUMERIC
007710         AND PRM-VALUE-INT > ZERO
007720         AND PRM-VALUE-INT NOT > WS-PARM-LIMIT
007730         MOVE 'Y' TO WS-PARM-OK-SW
007740         MOVE "PARM CARD" TO WS-PARM-SOURCE-WORK
007750     ELSE
007760         MOVE 'N' TO WS-PARM-OK-SW
007770         MOVE "INVALID-DEFAULT" TO WS-PARM-SOURCE-WORK
007780         SET PARM-ERROR-SEEN TO TRUE
007790         DISPLAY "INVALID " PRM-KEYWORD " CARD: " PRM-VALUE
007800     END-IF.
007810 1068-EXIT.
007820     EXIT.

007830 1070-WRITE-PARM-AUDIT.
007840     WRITE RPT-RECORD FROM WS-PARM-HEADER-LINE.
007850     MOVE SPACES              TO WS-PARM-AUDIT-LINE.
007860     MOVE "CREDREV-DATE"      TO PA-NAME.
007870     MOVE WS-REVIEW-DATE      TO PA-VALUE.
007880     MOVE WS-REVIEW-DATE-SOURCE TO PA-SOURCE.
007890     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
007900     MOVE "CREDREV-DAYS"      TO PA-NAME.
007910     MOVE WS-LOOKBACK-DAYS    TO WS-PARM-EDIT-INT.
007920     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
007930     MOVE WS-LOOKBACK-SOURCE  TO PA-SOURCE.
007940     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
007950     MOVE "CREDREV-MIN-PAID"  TO PA-NAME.
007960     MOVE WS-MIN-PAID         TO WS-PARM-EDIT-INT.
007970     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
007980     MOVE WS-MIN-PAID-SOURCE  TO PA-SOURCE.
007990     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
008000     MOVE "CREDREV-GOOD-PCT"  TO PA-NAME.
008010     MOVE WS-GOOD-PCT         TO WS-PARM-EDIT-INT.
008020     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
008030     MOVE WS-GOOD-PCT-SOURCE  TO PA-SOURCE.
008040     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
008050     MOVE "CREDREV-SLOW-PCT"  TO PA-NAME.
008060     MOVE WS-SLOW-PCT         TO WS-PARM-EDIT-INT.
008070     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
008080     MOVE WS-SLOW-PCT-SOURCE  TO PA-SOURCE.
008090     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
008100     MOVE "CREDREV-SLOW-DAYS" TO PA-NAME.
008110     MOVE WS-SLOW-DAYS        TO WS-PARM-EDIT-INT.
008120     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
008130     MOVE WS-SLOW-DAYS-SOURCE TO PA-SOURCE.
008140     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
008150     MOVE "CREDREV-NEAR-PCT"  TO PA-NAME.
008160     MOVE WS-NEAR-PCT         TO WS-PARM-EDIT-INT.
008170     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
008180     MOVE WS-NEAR-PCT-SOURCE  TO PA-SOURCE.
008190     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
008200     MOVE "CREDREV-STEP-PCT"  TO PA-NAME.
008210     MOVE WS-STEP-PCT         TO WS-PARM-EDIT-INT.
008220     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
008230     MOVE WS-STEP-PCT-SOURCE  TO PA-SOURCE.
008240     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
008250     MOVE "LAST CLOSE DATE"   TO PA-NAME.
008260     MOVE WS-CLOSE-DATE       TO PA-VALUE.
008270     MOVE "SNAPMAST.DAT"      TO PA-SOURCE.
008280     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
008290     MOVE "PRIOR CLOSE DATE"  TO PA-NAME.
008300     MOVE WS-PRIOR-CLOSE-DATE TO PA-VALUE.
008310     MOVE WS-PRIOR-CLOSE-SOURCE TO PA-SOURCE.
008320     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
008330 1070-EXIT.
008340     EXIT.

008350*----------------------------------------------------------*
008360* 1100-FIND-CLOSE-DATES - THE LAST TWO DISTINCT CLOSE      *
008370* DATES ON SNAPMAST.DAT BOUND THE PERIOD THE DSO IS        *
008380* FIGURED FOR.  WITH ONLY ONE CLOSE ON FILE THE PERIOD IS  *
008390* TAKEN AS 30 DAYS, THE SAME DEFAULT PERIOD-END USES FOR   *
008400* ITS FIRST CLOSE.                                         *
008410*----------------------------------------------------------*
008420 1100-FIND-CLOSE-DATES.
008430     OPEN INPUT SNAPSHOT-FILE.
008440     PERFORM 1150-SCAN-ONE-SNAPSHOT THRU 1150-EXIT
008450         UNTIL SNAP-EOF.
008460     CLOSE SNAPSHOT-FILE.
008470     MOVE "SNAPMAST.DAT" TO WS-PRIOR-CLOSE-SOURCE.
008480     IF WS-CLOSE-DATE > ZERO
008490         MOVE WS-CLOSE-DATE TO WS-DTN-DATE
008500         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
008510         MOVE WS-DTN-DAY-NO TO WS-CLOSE-DAY-NO
008520         IF WS-PRIOR-CLOSE-DATE = ZERO
008530             COMPUTE WS-DTN-DAY-NO = WS-CLOSE-DAY-NO - 30
008540             PERFORM 8850-DAY-NUMBER-TO-DATE THRU 8850-EXIT
008550             MOVE WS-DTN-DATE TO WS-PRIOR-CLOSE-DATE
008560             MOVE "FIRST CLOSE" TO WS-PRIOR-CLOSE-SOURCE
008570         END-IF
008580         MOVE WS-PRIOR-CLOSE-DATE TO WS-DTN-DATE
008590         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
008600         COMPUTE WS-PERIOD-DAYS = WS-CLOSE-DAY-NO - WS-DTN-DAY-NO
008610     ELSE
008620         MOVE "NO CLOSE ON FILE" TO WS-PRIOR-CLOSE-SOURCE
008630     END-IF.
008640 1100-EXIT.
008650     EXIT.

008660 1150-SCAN-ONE-SNAPSHOT.
008670     READ SNAPSHOT-FILE
008680         AT END
008690             MOVE 'Y' TO WS-SNAP-EOF
008700         NOT AT END
008710             IF SNP-CLOSE-DATE > WS-CLOSE-DATE
008720                 MOVE WS-CLOSE-DATE  TO WS-PRIOR-CLOSE-DATE
008730                 MOVE SNP-CLOSE-DATE TO WS-CLOSE-DATE
008740             ELSE
008750                 IF SNP-CLOSE-DATE < WS-CLOSE-DATE
008760                     AND SNP-CLOSE-DATE > WS-PRIOR-CLOSE-DATE
008770                     MOVE SNP-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
008780                 END-IF
008790             END-IF
008800     END-READ.
008810 1150-EXIT.
008820     EXIT.

008830*----------------------------------------------------------*
008840* 1200-LOAD-TERMS-TABLE - READ TERMS.DAT INTO THE TERMS    *
008850* TABLE.  A CODE NOT ON FILE, OR NO FILE AT ALL, MEANS DUE *
008860* ON THE BOOKING DATE.                                     *
008870*----------------------------------------------------------*
008880 1200-LOAD-TERMS-TABLE.
008890     OPEN INPUT TERMS-FILE.
008900     PERFORM 1250-LOAD-ONE-TERMS THRU 1250-EXIT
008910         UNTIL TERMS-EOF.
008920     CLOSE TERMS-FILE.
008930 1200-EXIT.
008940     EXIT.

008950 1250-LOAD-ONE-TERMS.
008960     READ TERMS-FILE
008970         AT END
008980             MOVE 'Y' TO WS-TERMS-EOF
008990         NOT AT END
009000             IF TRM-NET-DAYS NOT NUMERIC
009010                 DISPLAY "INVALID TERMS RECORD - " TRM-TERMS-CODE
009020                     " NOT LOADED"
009030             ELSE
009040                 IF WS-TERMS-COUNT < WS-TERMS-MAX-ENTRIES
009050                     ADD 1 TO WS-TERMS-COUNT
009060                     MOVE TRM-TERMS-CODE
009070                         TO WS-TERMS-CODE (WS-TERMS-COUNT)
009080                     MOVE TRM-NET-DAYS
009090                         TO WS-TERMS-NET-DAYS (WS-TERMS-COUNT)
009100                 ELSE
009110                     DISPLAY "*** TERMS TABLE FULL AT "
009120                         WS-TERMS-MAX-ENTRIES " - "
009130                         TRM-TERMS-CODE " NOT LOADED ***"
009140                     SET CAPACITY-EXCEEDED TO TRUE
009150                 END-IF
009160             END-IF
009170     END-READ.
009180 1250-EXIT.
009190     EXIT.

009200*----------------------------------------------------------*
009210* 1300-LOAD-APPROVALS - READ THE CREDIT MANAGER'S          *
009220* APPROVALS INTO THE APPROVAL TABLE.  WITH NONE ON FILE NO *
009230* CHANGE FILE IS WRITTEN.                                  *
009240*----------------------------------------------------------*
009250 1300-LOAD-APPROVALS.
009260     OPEN INPUT APPROVAL-FILE.
009270     PERFORM 1350-LOAD-ONE-APPROVAL THRU 1350-EXIT
009280         UNTIL APPROVAL-EOF.
009290     CLOSE APPROVAL-FILE.
009300 1300-EXIT.
009310     EXIT.

009320 1350-LOAD-ONE-APPROVAL.
009330     READ APPROVAL-FILE
009340         AT END
009350             MOVE 'Y' TO WS-APPROVAL-EOF
009360         NOT AT END
009370             IF WS-APPROVAL-COUNT < WS-MAX-APPROVALS
009380                 ADD 1 TO WS-APPROVAL-COUNT
009390                 MOVE APR-CUSTOMER-ID
009400                     TO WA-CUSTOMER-ID (WS-APPROVAL-COUNT)
009401                 IF APR-REVIEW-DATE NUMERIC
009402                     MOVE APR-REVIEW-DATE
009403                         TO WA-REVIEW-DATE (WS-APPROVAL-COUNT)
009404                 ELSE
009405                     MOVE ZERO
009406                         TO WA-REVIEW-DATE (WS-APPROVAL-COUNT)
009407                 END-IF
009410                 IF APR-NEW-LIMIT NUMERIC
009420                     MOVE APR-NEW-LIMIT
009430                         TO WA-NEW-LIMIT (WS-APPROVAL-COUNT)
009440                 ELSE
009450                     MOVE ZERO TO WA-NEW-LIMIT (WS-APPROVAL-COUNT)
009460                 END-IF
009470                 MOVE APR-APPROVER
009480                     TO WA-APPROVER (WS-APPROVAL-COUNT)
009490                 MOVE 'N' TO WA-USED-SW (WS-APPROVAL-COUNT)
009492                 MOVE 'N' TO WA-REVIEW-SW (WS-APPROVAL-COUNT)
009494                 MOVE SPACE
009495                     TO WA-HST-RECOMMEND (WS-APPROVAL-COUNT)
009496                 MOVE ZERO TO WA-HST-NEW-LIMIT (WS-APPROVAL-COUNT)
009500             ELSE
009510                 DISPLAY "*** CREDAPPR.DAT EXCEEDS "
009520                     WS-MAX-APPROVALS " APPROVALS - "
009530                     APR-CUSTOMER-ID " NOT LOADED ***"
009540                 SET CAPACITY-EXCEEDED TO TRUE
009550             END-IF
009560     END-READ.
009570 1350-EXIT.
009580     EXIT.

009590*----------------------------------------------------------*
009600* 1400-SORT-JOURNAL - THE BILLING JOURNAL ARRIVES IN       *
009610* RUN-DATE ORDER; SORT IT BY CUSTOMER AND INVOICE SO EACH  *
009620* INVOICE'S BOOKING SITS IN FRONT OF THE CASH APPLIED TO   *
009630* IT                                                       *
009640*----------------------------------------------------------*
009650 1400-SORT-JOURNAL.
009660     SORT SORT-JRN-WORK-FILE
009670         ON ASCENDING KEY SJ-CUSTOMER-ID
009680         ON ASCENDING KEY SJ-INVOICE-NO
009690         ON ASCENDING KEY SJ-RUN-DATE
009700         USING JOURNAL-FILE
009710         GIVING SORTED-JRN-FILE.
009720 1400-EXIT.
009730     EXIT.

009740 1450-SORT-APPLIED.
009750     SORT SORT-APL-WORK-FILE
009760         ON ASCENDING KEY SA-CUSTOMER-ID
009770         ON ASCENDING KEY SA-INVOICE-NO
009780         ON ASCENDING KEY SA-APPLY-DATE
009790         USING APPLIED-FILE
009800         GIVING SORTED-APL-FILE.
009810 1450-EXIT.
009820     EXIT.

009830 1500-SORT-HISTORY.
009840     SORT SORT-HST-WORK-FILE
009850         ON ASCENDING KEY SH-CUSTOMER-ID
009860         ON ASCENDING KEY SH-REVIEW-DATE
009870         USING HISTORY-FILE
009880         GIVING SORTED-HST-FILE.
009890 1500-EXIT.
009900     EXIT.

009910 2000-READ-MASTER.
009920     READ CUSTOMER-MASTER
009930         AT END MOVE 'Y' TO WS-MASTER-EOF
009940     END-READ.
009950 2000-EXIT.
009960     EXIT.

009970*----------------------------------------------------------*
009980* 2100-READ-SORTED-JRN - NEXT JOURNAL RECORD.  EVERY       *
009990* RECORD READ IS ALSO COUNTED TOWARD THE PERIOD'S BILLINGS *
010000* FOR THE DSO - INVOICES, CREDIT MEMOS AND FINANCE CHARGES *
010010* BOOKED AFTER THE PRIOR CLOSE AND NOT AFTER THE LAST ONE. *
010020*----------------------------------------------------------*
010030 2100-READ-SORTED-JRN.
010040     READ SORTED-JRN-FILE
010050         AT END
010060             MOVE 'Y' TO WS-JRN-EOF
010070             MOVE HIGH-VALUES TO WS-JRN-KEY
010080         NOT AT END
010090             MOVE TJ-CUSTOMER-ID TO WS-JK-CUSTOMER-ID
010100             MOVE TJ-INVOICE-NO  TO WS-JK-INVOICE-NO
010110             IF (TJ-ACTION-CODE = "I" OR "C" OR "F")
010120                 AND TJ-RUN-DATE > WS-PRIOR-CLOSE-DATE
010130                 AND TJ-RUN-DATE NOT > WS-CLOSE-DATE
010140                 MOVE TJ-CURRENCY-CODE TO WS-CURRENCY-KEY
010150                 PERFORM 8500-FIND-CURRENCY THRU 8500-EXIT
010160                 IF WS-CURRENCY-SUB > ZERO
010170                     ADD TJ-SIGNED-AMOUNT
010180                         TO WC-BILLINGS (WS-CURRENCY-SUB)
010190                 END-IF
010200             END-IF
010210     END-READ.
010220 2100-EXIT.
010230     EXIT.

010240 2200-READ-SORTED-APL.
010250     READ SORTED-APL-FILE
010260         AT END
010270             MOVE 'Y' TO WS-APL-EOF
010280             MOVE HIGH-VALUES TO WS-APL-KEY
010290         NOT AT END
010300             MOVE TA-CUSTOMER-ID TO WS-AK-CUSTOMER-ID
010310             MOVE TA-INVOICE-NO  TO WS-AK-INVOICE-NO
010320     END-READ.
010330 2200-EXIT.
010340     EXIT.

010350*----------------------------------------------------------*
010360* 2300-READ-SORTED-HST - NEXT REVIEW HISTORY RECORD.  ANY  *
010370* RECORD ALREADY DATED THIS REVIEW DATE MEANS THIS REVIEW  *
010380* HAS BEEN RECORDED ONCE, AND IS NOT RECORDED AGAIN.       *
010390*----------------------------------------------------------*
010400 2300-READ-SORTED-HST.
010410     READ SORTED-HST-FILE
010420         AT END
010430             MOVE 'Y' TO WS-HST-EOF
010440             MOVE HIGH-VALUES TO WS-HST-CUSTOMER
010450         NOT AT END
010460             MOVE TH-CUSTOMER-ID TO WS-HST-CUSTOMER
010470             IF TH-REVIEW-DATE = WS-REVIEW-DATE
010480                 SET HISTORY-ALREADY-DONE TO TRUE
010490             END-IF
010500     END-READ.
010510 2300-EXIT.
010520     EXIT.

010530*----------------------------------------------------------*
010540* 4000-REVIEW-ONE-CUSTOMER - MEASURE HOW THE CUSTOMER      *
010550* PAID, FIND THE LAST REVIEW, RECOMMEND, APPLY ANY         *
010560* APPROVAL, AND REPORT.  A CUSTOMER WITH NO BALANCE AND NO *
010570* PAYMENTS IN THE WINDOW HAS NOTHING TO REVIEW AND IS NOT  *
010580* LISTED.                                                  *
010590*----------------------------------------------------------*
010600 4000-REVIEW-ONE-CUSTOMER.
010610     ADD 1 TO WS-CUSTOMER-COUNT.
010620     MOVE CUSTOMER-ID TO WS-CUR-CUSTOMER.
010630     MOVE ZERO   TO WS-CR-PAID-COUNT.
010640     MOVE ZERO   TO WS-CR-LATE-COUNT.
010650     MOVE ZERO   TO WS-CR-DAYS-SUM.
010660     MOVE ZERO   TO WS-CR-AMOUNT-SUM.
010670     MOVE ZERO   TO WS-CR-AMT-DAYS-SUM.
010680     MOVE ZERO   TO WS-CR-AVG-DAYS.
010690     MOVE ZERO   TO WS-CR-WTD-DAYS.
010700     MOVE ZERO   TO WS-CR-LATE-PCT.
010710     MOVE ZERO   TO WS-CR-UTIL-PCT.
010720     MOVE ZERO   TO WS-CR-NEW-LIMIT.
010730     MOVE SPACES TO WS-CR-TREND.
010740     MOVE SPACES TO WS-CR-CLASS.
010750     MOVE SPACES TO WS-CR-APPROVAL-TEXT.
010760     MOVE SPACES TO WS-CR-NOTE.
010770     MOVE SPACE  TO WS-CR-RECOMMEND-CODE.
010780     MOVE 'N'    TO WS-CR-PRIOR-SW.
010790     IF BALANCE NUMERIC
010800         MOVE BALANCE TO WS-CR-BALANCE
010810     ELSE
010820         MOVE ZERO    TO WS-CR-BALANCE
010830     END-IF.
010840     PERFORM 4050-FIND-NET-DAYS THRU 4050-EXIT.
010850     PERFORM 4100-FIND-PRIOR-REVIEW THRU 4100-EXIT.
010860     PERFORM 4200-MEASURE-PAYMENTS THRU 4200-EXIT.
010870     IF WS-CR-PAID-COUNT > ZERO OR WS-CR-BALANCE > ZERO
010880         SET CR-REVIEWED TO TRUE
010890         ADD 1 TO WS-REVIEWED-COUNT
010900         PERFORM 4300-FIGURE-BEHAVIOR THRU 4300-EXIT
010910         PERFORM 4400-RECOMMEND THRU 4400-EXIT
010920     ELSE
010930         MOVE 'N' TO WS-CR-REVIEWED-SW
010940     END-IF.
010950     PERFORM 4500-APPLY-APPROVAL THRU 4500-EXIT.
010960     IF CR-REVIEWED
010970         PERFORM 4600-WRITE-DETAIL THRU 4600-EXIT
010980         PERFORM 4700-WRITE-NEW-HISTORY THRU 4700-EXIT
010990     END-IF.
011000     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
011010 4000-EXIT.
011020     EXIT.

011030 4050-FIND-NET-DAYS.
011040     MOVE ZERO TO WS-CR-NET-DAYS.
011050     IF TERMS-CODE NOT = SPACES AND WS-TERMS-COUNT > ZERO
011060         SET WS-TERMS-IDX TO 1
011070         SEARCH WS-TERMS-ENTRY
011080             AT END
011090                 MOVE ZERO TO WS-CR-NET-DAYS
011100             WHEN WS-TERMS-CODE (WS-TERMS-IDX) = TERMS-CODE
011110                 MOVE WS-TERMS-NET-DAYS (WS-TERMS-IDX)
011120                     TO WS-CR-NET-DAYS
011130         END-SEARCH
011140     END-IF.
011150 4050-EXIT.
011160     EXIT.

011170*----------------------------------------------------------*
011180* 4100-FIND-PRIOR-REVIEW - TAKE THE HISTORY RECORDS UP TO  *
011190* AND INCLUDING THIS CUSTOMER.  THE LAST ONE FOR THIS      *
011200* CUSTOMER DATED BEFORE THIS REVIEW IS THE PRIOR REVIEW.   *
011210* EACH ONE IS ALSO OFFERED TO THE CUSTOMER'S APPROVALS SO  *
011216* AN APPROVAL PICKS UP THE REVIEW IT NAMES.  RECORDS FOR   *
011222* CUSTOMERS NO LONGER ON THE MASTER ARE PASSED.            *
011230*----------------------------------------------------------*
011240 4100-FIND-PRIOR-REVIEW.
011250     PERFORM 4150-TAKE-ONE-HISTORY THRU 4150-EXIT
011260         UNTIL WS-HST-CUSTOMER > WS-CUR-CUSTOMER.
011270 4100-EXIT.
011280     EXIT.

011283 4150-TAKE-ONE-HISTORY.
011286     IF WS-HST-CUSTOMER = WS-CUR-CUSTOMER
011289         AND TH-REVIEW-DATE < WS-REVIEW-DATE
011292         AND TH-PAID-COUNT > ZERO
011295         SET CR-PRIOR-FOUND TO TRUE
011298         MOVE TH-WTD-DAYS    TO WS-CR-PRIOR-WTD-DAYS
011301         MOVE TH-REVIEW-DATE TO WS-CR-PRIOR-DATE
011304     END-IF.
011307     IF WS-HST-CUSTOMER = WS-CUR-CUSTOMER
011310         AND WS-APPROVAL-COUNT > ZERO
011313         PERFORM 4160-MATCH-APPROVAL-REVIEW THRU 4160-EXIT
011316             VARYING WS-APPROVAL-IDX FROM 1 BY 1
011319             UNTIL WS-APPROVAL-IDX > WS-APPROVAL-COUNT
011322     END-IF.
011325     PERFORM 2300-READ-SORTED-HST THRU 2300-EXIT.
011328 4150-EXIT.
011331     EXIT.

011334 4160-MATCH-APPROVAL-REVIEW.
011337     IF WA-CUSTOMER-ID (WS-APPROVAL-IDX) = WS-CUR-CUSTOMER
011340         AND WA-REVIEW-DATE (WS-APPROVAL-IDX) = TH-REVIEW-DATE
011343         AND NOT WA-USED (WS-APPROVAL-IDX)
011346         MOVE 'Y' TO WA-REVIEW-SW (WS-APPROVAL-IDX)
011349         MOVE TH-RECOMMEND-CODE
011352             TO WA-HST-RECOMMEND (WS-APPROVAL-IDX)
011355         IF TH-NEW-LIMIT NUMERIC
011358             MOVE TH-NEW-LIMIT
011361                 TO WA-HST-NEW-LIMIT (WS-APPROVAL-IDX)
011364         ELSE
011367             MOVE ZERO TO WA-HST-NEW-LIMIT (WS-APPROVAL-IDX)
011370         END-IF
011373     END-IF.
011376 4160-EXIT.
011379     EXIT.

011400*----------------------------------------------------------*
011410* 4200-MEASURE-PAYMENTS - TAKE THE APPLIED CASH UP TO AND  *
011420* INCLUDING THIS CUSTOMER.  ONLY CASH APPLIED INSIDE THE   *
011430* REVIEW WINDOW IS MEASURED; CASH FOR CUSTOMERS NO LONGER  *
011440* ON THE MASTER IS COUNTED AND PASSED.                     *
011450*----------------------------------------------------------*
011460 4200-MEASURE-PAYMENTS.
011470     PERFORM 4250-TAKE-ONE-APPLIED THRU 4250-EXIT
011480         UNTIL WS-AK-CUSTOMER-ID > WS-CUR-CUSTOMER.
011490 4200-EXIT.
011500     EXIT.

011510 4250-TAKE-ONE-APPLIED.
011520     IF TA-APPLY-DATE NOT < WS-WINDOW-START-DATE
011530         AND TA-APPLY-DATE NOT > WS-REVIEW-DATE
011540         IF WS-AK-CUSTOMER-ID = WS-CUR-CUSTOMER
011550             PERFORM 4260-MEASURE-ONE-PAYMENT THRU 4260-EXIT
011560         ELSE
011570             ADD 1 TO WS-PAYMENTS-ORPHAN
011580         END-IF
011590     END-IF.
011600     PERFORM 2200-READ-SORTED-APL THRU 2200-EXIT.
011610 4250-EXIT.
011620     EXIT.

011630*----------------------------------------------------------*
011640* 4260-MEASURE-ONE-PAYMENT - BRING THE JOURNAL UP TO THIS  *
011650* INVOICE, PICKING UP ITS BOOKING ON THE WAY.  A PAYMENT   *
011660* ON AN INVOICE WITH NO BOOKING ON THE JOURNAL (BOOKED     *
011670* BEFORE THE JOURNAL WAS KEPT) CANNOT BE TIMED AND IS      *
011680* COUNTED APART.  DAYS TO PAY RUN FROM BOOKING TO THE DATE *
011690* THE CUSTOMER PAID; A PAYMENT IS LATE WHEN THAT DATE IS   *
011700* PAST THE BOOKING DATE PLUS THE TERMS' NET DAYS.          *
011710*----------------------------------------------------------*
011720 4260-MEASURE-ONE-PAYMENT.
011730     PERFORM 4270-TAKE-ONE-JOURNAL THRU 4270-EXIT
011740         UNTIL WS-JRN-KEY > WS-APL-KEY.
011750     IF WS-BOOK-KEY = WS-APL-KEY
011760         ADD 1 TO WS-PAYMENTS-MEASURED
011770         ADD 1 TO WS-CR-PAID-COUNT
011780         MOVE WS-BOOK-DATE TO WS-DTN-DATE
011790         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
011800         MOVE WS-DTN-DAY-NO TO WS-BOOK-DAY-NO
011810         MOVE TA-PAY-DATE  TO WS-DTN-DATE
011820         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
011830         MOVE WS-DTN-DAY-NO TO WS-PAY-DAY-NO
011840         IF WS-PAY-DAY-NO > WS-BOOK-DAY-NO
011850             COMPUTE WS-PAY-DAYS = WS-PAY-DAY-NO - WS-BOOK-DAY-NO
011860         ELSE
011870             MOVE ZERO TO WS-PAY-DAYS
011880         END-IF
011890         IF WS-PAY-DAYS > WS-CR-NET-DAYS
011900             ADD 1 TO WS-CR-LATE-COUNT
011910         END-IF
011920         ADD WS-PAY-DAYS TO WS-CR-DAYS-SUM
011930         ADD TA-APPLIED-AMOUNT TO WS-CR-AMOUNT-SUM
011940         COMPUTE WS-CR-AMT-DAYS-SUM = WS-CR-AMT-DAYS-SUM
011950             + TA-APPLIED-AMOUNT * WS-PAY-DAYS
011960     ELSE
011970         ADD 1 TO WS-PAYMENTS-UNBOOKED
011980     END-IF.
011990 4260-EXIT.
012000     EXIT.

012010 4270-TAKE-ONE-JOURNAL.
012020     IF TJ-ACTION-CODE = "I"
012030         AND WS-JRN-KEY NOT = WS-BOOK-KEY
012040         MOVE WS-JRN-KEY  TO WS-BOOK-KEY
012050         MOVE TJ-RUN-DATE TO WS-BOOK-DATE
012060     END-IF.
012070     PERFORM 2100-READ-SORTED-JRN THRU 2100-EXIT.
012080 4270-EXIT.
012090     EXIT.

012100*----------------------------------------------------------*
012110* 4300-FIGURE-BEHAVIOR - AVERAGE AND DOLLAR-WEIGHTED DAYS  *
012120* TO PAY, PERCENTAGE PAID LATE, LIMIT UTILIZATION, TREND   *
012130* AGAINST THE PRIOR REVIEW, AND THE PAYER CLASS.  FEWER    *
012140* THAN CREDREV-MIN-PAID PAYMENTS IS TOO FEW TO JUDGE.      *
012150*----------------------------------------------------------*
012160 4300-FIGURE-BEHAVIOR.
012170     IF CREDIT-LIMIT NUMERIC AND CREDIT-LIMIT > ZERO
012180         COMPUTE WS-CR-UTIL-PCT ROUNDED =
012190             WS-CR-BALANCE * 100 / CREDIT-LIMIT
012200             ON SIZE ERROR MOVE 99999 TO WS-CR-UTIL-PCT
012210         END-COMPUTE
012220     END-IF.
012230     IF WS-CR-PAID-COUNT > ZERO
012240         COMPUTE WS-CR-AVG-DAYS ROUNDED =
012250             WS-CR-DAYS-SUM / WS-CR-PAID-COUNT
012260             ON SIZE ERROR MOVE 9999.9 TO WS-CR-AVG-DAYS
012270         END-COMPUTE
012280         COMPUTE WS-CR-LATE-PCT ROUNDED =
012290             WS-CR-LATE-COUNT * 100 / WS-CR-PAID-COUNT
012300         IF WS-CR-AMOUNT-SUM > ZERO
012310             COMPUTE WS-CR-WTD-DAYS ROUNDED =
012320                 WS-CR-AMT-DAYS-SUM / WS-CR-AMOUNT-SUM
012330                 ON SIZE ERROR MOVE 9999.9 TO WS-CR-WTD-DAYS
012340             END-COMPUTE
012350         ELSE
012360             MOVE WS-CR-AVG-DAYS TO WS-CR-WTD-DAYS
012370         END-IF
012380     END-IF.
012390     IF WS-CR-PAID-COUNT > ZERO
012400         IF CR-PRIOR-FOUND
012410             COMPUTE WS-DAYS-DIFF =
012420                 WS-CR-WTD-DAYS - WS-CR-PRIOR-WTD-DAYS
012430             EVALUATE TRUE
012440                 WHEN WS-DAYS-DIFF NOT < WS-TREND-DAYS
012450                     MOVE "SLOWER" TO WS-CR-TREND
012460                 WHEN WS-DAYS-DIFF NOT > ZERO - WS-TREND-DAYS
012470                     MOVE "FASTER" TO WS-CR-TREND
012480                 WHEN OTHER
012490                     MOVE "STEADY" TO WS-CR-TREND
012500             END-EVALUATE
012510         ELSE
012520             MOVE "NEW" TO WS-CR-TREND
012530         END-IF
012540     END-IF.
012550     IF WS-CR-PAID-COUNT < WS-MIN-PAID
012560         MOVE "TOO FEW" TO WS-CR-CLASS
012570     ELSE
012580         ADD 1 TO WS-MEASURED-COUNT
012590         EVALUATE TRUE
012600             WHEN WS-CR-LATE-PCT NOT < WS-SLOW-PCT
012610                 OR WS-CR-WTD-DAYS > WS-CR-NET-DAYS + WS-SLOW-DAYS
012620                 MOVE "SLOW" TO WS-CR-CLASS
012630                 ADD 1 TO WS-SLOW-COUNT
012640             WHEN WS-CR-LATE-PCT NOT > WS-GOOD-PCT
012650                 MOVE "GOOD" TO WS-CR-CLASS
012660                 ADD 1 TO WS-GOOD-COUNT
012670             WHEN OTHER
012680                 MOVE "FAIR" TO WS-CR-CLASS
012690         END-EVALUATE
012700     END-IF.
012710 4300-EXIT.
012720     EXIT.

012730*----------------------------------------------------------*
012740* 4400-RECOMMEND - A GOOD PAYER WITHOUT A HOLD USING AT    *
012750* LEAST CREDREV-NEAR-PCT OF ITS LIMIT IS RECOMMENDED FOR   *
012760* AN INCREASE OF CREDREV-STEP-PCT, ROUNDED UP TO THE NEXT  *
012770* HUNDRED.  A SLOW PAYER WITHOUT A HOLD THAT IS OVER ITS   *
012780* LIMIT OR PAYING SLOWER THAN AT THE LAST REVIEW IS        *
012790* RECOMMENDED FOR A CREDIT HOLD; ANY OTHER SLOW PAYER FOR  *
012800* A DECREASE OF CREDREV-STEP-PCT, ROUNDED DOWN TO THE      *
012810* HUNDRED, BUT NOT BELOW ITS BALANCE.  A ZERO LIMIT IS     *
012820* LEFT TO BE SET BY HAND.                                  *
012830*----------------------------------------------------------*
012840 4400-RECOMMEND.
012850     IF HOLD-CODE NOT = SPACE
012860         OR CREDIT-LIMIT NOT NUMERIC
012870         OR CREDIT-LIMIT = ZERO
012880         MOVE SPACE TO WS-CR-RECOMMEND-CODE
012890     ELSE
012900         IF CR-GOOD-PAYER
012910             AND WS-CR-UTIL-PCT NOT < WS-NEAR-PCT
012920             PERFORM 4410-FIGURE-INCREASE THRU 4410-EXIT
012930         END-IF
012940         IF CR-SLOW-PAYER
012950             IF WS-CR-BALANCE > CREDIT-LIMIT
012960                 OR WS-CR-TREND = "SLOWER"
012970                 SET CR-RECOMMEND-HOLD TO TRUE
012980                 MOVE CREDIT-LIMIT TO WS-CR-NEW-LIMIT
012990                 ADD 1 TO WS-HOLD-COUNT
013000             ELSE
013010                 PERFORM 4420-FIGURE-DECREASE THRU 4420-EXIT
013020             END-IF
013030         END-IF
013040     END-IF.
013050 4400-EXIT.
013060     EXIT.

013070 4410-FIGURE-INCREASE.
013080     COMPUTE WS-LIMIT-WORK ROUNDED =
013090         CREDIT-LIMIT * (100 + WS-STEP-PCT) / 100.
013100     DIVIDE WS-LIMIT-WORK BY 100
013110         GIVING WS-LIMIT-HUNDREDS REMAINDER WS-LIMIT-REMAINDER.
013120     IF WS-LIMIT-REMAINDER > ZERO
013130         ADD 1 TO WS-LIMIT-HUNDREDS
013140     END-IF.
013150     COMPUTE WS-LIMIT-FLOOR = WS-LIMIT-HUNDREDS * 100.
013160     IF WS-LIMIT-FLOOR > WS-MAX-LIMIT
013170         MOVE WS-MAX-LIMIT TO WS-LIMIT-FLOOR
013180     END-IF.
013190     IF WS-LIMIT-FLOOR > CREDIT-LIMIT
013200         SET CR-RECOMMEND-INCREASE TO TRUE
013210         MOVE WS-LIMIT-FLOOR TO WS-CR-NEW-LIMIT
013220         ADD 1 TO WS-INCREASE-COUNT
013230     END-IF.
013240 4410-EXIT.
013250     EXIT.

013260 4420-FIGURE-DECREASE.
013270     COMPUTE WS-LIMIT-WORK =
013280         CREDIT-LIMIT * (100 - WS-STEP-PCT) / 100.
013290     DIVIDE WS-LIMIT-WORK BY 100 GIVING WS-LIMIT-HUNDREDS.
013300     COMPUTE WS-CR-NEW-LIMIT = WS-LIMIT-HUNDREDS * 100.
013310     MOVE WS-CR-BALANCE TO WS-LIMIT-WORK.
013320     IF WS-LIMIT-WORK < WS-CR-BALANCE
013330         ADD 1 TO WS-LIMIT-WORK
013340     END-IF.
013350     DIVIDE WS-LIMIT-WORK BY 100
013360         GIVING WS-LIMIT-HUNDREDS REMAINDER WS-LIMIT-REMAINDER.
013370     IF WS-LIMIT-REMAINDER > ZERO
013380         ADD 1 TO WS-LIMIT-HUNDREDS
013390     END-IF.
013400     COMPUTE WS-LIMIT-FLOOR = WS-LIMIT-HUNDREDS * 100.
013410     IF WS-CR-NEW-LIMIT < WS-LIMIT-FLOOR
013420         MOVE WS-LIMIT-FLOOR TO WS-CR-NEW-LIMIT
013430     END-IF.
013440     IF WS-CR-NEW-LIMIT < CREDIT-LIMIT
013450         SET CR-RECOMMEND-DECREASE TO TRUE
013460         ADD 1 TO WS-DECREASE-COUNT
013470     ELSE
013480         MOVE ZERO TO WS-CR-NEW-LIMIT
013490     END-IF.
013500 4420-EXIT.
013510     EXIT.

013520*----------------------------------------------------------*
013530* 4500-APPLY-APPROVAL - AN APPROVAL FOR THIS CUSTOMER      *
013540* TURNS THE RECOMMENDATION OF THE REVIEW IT NAMES INTO A   *
013550* CUST-MAINT CHANGE: THE NEW LIMIT (AS KEYED, OR AS        *
013560* RECOMMENDED WHEN KEYED AS ZERO), AND HOLD CODE "C" FOR A *
013570* CREDIT HOLD.  AN APPROVAL WITH NO RECOMMENDATION BEHIND  *
013573* IT NEEDS A KEYED LIMIT.  AN APPROVAL NAMING A REVIEW     *
013576* THAT IS NOT ON CREDHIST.DAT FOR THE CUSTOMER IS          *
013578* REJECTED.                                                *
013580*----------------------------------------------------------*
013590 4500-APPLY-APPROVAL.
013600     IF WS-APPROVAL-COUNT > ZERO
013610         SET WS-APPROVAL-IDX TO 1
013620         SEARCH WS-APPROVAL-ENTRY
013630             AT END
013640                 CONTINUE
013650             WHEN WA-CUSTOMER-ID (WS-APPROVAL-IDX)
013660                     = WS-CUR-CUSTOMER
013670                 AND NOT WA-USED (WS-APPROVAL-IDX)
013680                 MOVE 'Y' TO WA-USED-SW (WS-APPROVAL-IDX)
013690                 PERFORM 4550-BUILD-CHANGE THRU 4550-EXIT
013700         END-SEARCH
013710     END-IF.
013720 4500-EXIT.
013730     EXIT.

013737 4550-BUILD-CHANGE.
013744     IF WA-REVIEW-FOUND (WS-APPROVAL-IDX)
013751         PERFORM 4560-WRITE-CHANGE THRU 4560-EXIT
013758     ELSE
013765         MOVE "REJECTED" TO WS-CR-APPROVAL-TEXT
013772         MOVE "APPROVAL REJECTED - NO REVIEW ON CREDHIST.DAT FOR"
013779             TO WS-CR-NOTE
013786         MOVE WA-REVIEW-DATE (WS-APPROVAL-IDX)
013793             TO WS-CR-NOTE (51:8)
013800         ADD 1 TO WS-REJECT-COUNT
013807         ADD 1 TO WS-NO-REVIEW-COUNT
013814     END-IF.
013821     IF NOT CR-REVIEWED
013828         PERFORM 4600-WRITE-DETAIL THRU 4600-EXIT
013835     END-IF.
013842 4550-EXIT.
013849     EXIT.

013850*----------------------------------------------------------*
013851* 4560-WRITE-CHANGE - WRITE THE APPROVED LIMIT OR HOLD AS  *
013852* A CUST-MAINT "C" TRANSACTION.  A "C" RECORD CARRIES THE  *
013853* WHOLE MASTER IMAGE, BALANCE AND AGE DAYS INCLUDED, AS    *
013854* THIS RUN READ IT, AND CUST-MAINT PUTS BACK ALL OF IT.    *
013855* CREDCHG.DAT MUST THEREFORE GO THROUGH CUST-MAINT BEFORE  *
013856* ANY CASH-APPLY, INV-REGISTER OR NSF-REVERSAL RUN POSTS   *
013857* TO THE MASTER, OR THOSE POSTINGS ARE UNDONE.  THE REPORT *
013858* SAYS SO WHENEVER A CHANGE IS WRITTEN.                    *
013859*----------------------------------------------------------*
013861 4560-WRITE-CHANGE.
013863     MOVE CREDIT-LIMIT TO WS-CHG-LIMIT.
013870     MOVE HOLD-CODE    TO WS-CHG-HOLD-CODE.
013877     IF WA-NEW-LIMIT (WS-APPROVAL-IDX) > ZERO
013884         MOVE WA-NEW-LIMIT (WS-APPROVAL-IDX) TO WS-CHG-LIMIT
013891     ELSE
013898         IF WA-HST-INCREASE (WS-APPROVAL-IDX)
013905             OR WA-HST-DECREASE (WS-APPROVAL-IDX)
013912             MOVE WA-HST-NEW-LIMIT (WS-APPROVAL-IDX)
013919                 TO WS-CHG-LIMIT
013926         END-IF
013933     END-IF.
013940     IF WA-HST-HOLD (WS-APPROVAL-IDX)
013947         MOVE "C" TO WS-CHG-HOLD-CODE
013954     END-IF.
013961     IF WS-CHG-LIMIT = CREDIT-LIMIT
013968         AND WS-CHG-HOLD-CODE = HOLD-CODE
013975         MOVE "REJECTED" TO WS-CR-APPROVAL-TEXT
013982         MOVE "APPROVAL REJECTED - NO CHANGE TO MAKE"
013989             TO WS-CR-NOTE
013996         ADD 1 TO WS-REJECT-COUNT
014003     ELSE
014010         MOVE CUSTOMER-RECORD  TO WS-CHG-CUSTOMER
014017         MOVE WS-CHG-LIMIT     TO CG-CREDIT-LIMIT
014024         MOVE WS-CHG-HOLD-CODE TO CG-HOLD-CODE
014031         MOVE "C"              TO CHG-ACTION-CODE
014038         MOVE WS-CHG-CUSTOMER  TO CHG-MASTER-IMAGE
014045         WRITE CHANGE-RECORD
014052         ADD 1 TO WS-CHANGE-COUNT
014059         MOVE "APPROVED" TO WS-CR-APPROVAL-TEXT
014066         MOVE "APPROVED BY" TO WS-CR-NOTE
014073         MOVE WA-APPROVER (WS-APPROVAL-IDX) TO WS-CR-NOTE (13:3)
014080         MOVE "- CHANGE WRITTEN TO CREDCHG.DAT"
014087             TO WS-CR-NOTE (17:31)
014094     END-IF.
014101 4560-EXIT.
014108     EXIT.

014120 4600-WRITE-DETAIL.
014130     MOVE SPACES             TO WS-DETAIL-LINE.
014140     MOVE CUSTOMER-ID        TO DL-CUSTOMER-ID.
014150     MOVE CUSTOMER-NAME      TO DL-CUSTOMER-NAME.
014160     MOVE CURRENCY-CODE      TO DL-CURRENCY-CODE.
014170     IF CREDIT-LIMIT NUMERIC
014180         MOVE CREDIT-LIMIT   TO DL-CREDIT-LIMIT
014190     END-IF.
014200     MOVE WS-CR-BALANCE      TO DL-BALANCE.
014210     IF WS-CR-UTIL-PCT > 9999
014220         MOVE 9999           TO DL-UTIL-PCT
014230     ELSE
014240         MOVE WS-CR-UTIL-PCT TO DL-UTIL-PCT
014250     END-IF.
014260     MOVE WS-CR-PAID-COUNT   TO DL-PAID-COUNT.
014270     IF WS-CR-PAID-COUNT > ZERO
014280         MOVE WS-CR-AVG-DAYS TO DL-AVG-DAYS
014290         MOVE WS-CR-WTD-DAYS TO DL-WTD-DAYS
014300         MOVE WS-CR-LATE-PCT TO DL-LATE-PCT
014310     END-IF.
014320     IF CR-PRIOR-FOUND
014330         MOVE WS-CR-PRIOR-WTD-DAYS TO DL-PRIOR-WTD-DAYS
014340     END-IF.
014350     MOVE WS-CR-TREND        TO DL-TREND.
014360     MOVE WS-CR-CLASS        TO DL-CLASS.
014370     EVALUATE TRUE
014380         WHEN CR-RECOMMEND-INCREASE
014390             MOVE "INCREASE"  TO DL-RECOMMEND
014400             MOVE WS-CR-NEW-LIMIT TO DL-NEW-LIMIT
014410         WHEN CR-RECOMMEND-DECREASE
014420             MOVE "DECREASE"  TO DL-RECOMMEND
014430             MOVE WS-CR-NEW-LIMIT TO DL-NEW-LIMIT
014440         WHEN CR-RECOMMEND-HOLD
014450             MOVE "HOLD"      TO DL-RECOMMEND
014460         WHEN OTHER
014470             MOVE "NONE"      TO DL-RECOMMEND
014480     END-EVALUATE.
014490     MOVE WS-CR-APPROVAL-TEXT TO DL-APPROVAL.
014500     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
014510     IF WS-CR-NOTE NOT = SPACES
014520         MOVE WS-CR-NOTE     TO NL-NOTE-TEXT
014530         WRITE RPT-RECORD FROM WS-NOTE-LINE
014540     END-IF.
014550 4600-EXIT.
014560     EXIT.

014570 4700-WRITE-NEW-HISTORY.
014580     MOVE SPACES               TO NEW-HISTORY-RECORD.
014590     MOVE WS-REVIEW-DATE       TO NH-REVIEW-DATE.
014600     MOVE CUSTOMER-ID          TO NH-CUSTOMER-ID.
014610     MOVE WS-CR-PAID-COUNT     TO NH-PAID-COUNT.
014620     MOVE WS-CR-AVG-DAYS       TO NH-AVG-DAYS.
014630     MOVE WS-CR-WTD-DAYS       TO NH-WTD-DAYS.
014640     MOVE WS-CR-LATE-PCT       TO NH-LATE-PCT.
014650     IF CREDIT-LIMIT NUMERIC
014660         MOVE CREDIT-LIMIT     TO NH-CREDIT-LIMIT
014670     ELSE
014680         MOVE ZERO             TO NH-CREDIT-LIMIT
014690     END-IF.
014700     MOVE WS-CR-BALANCE        TO NH-BALANCE.
014710     MOVE WS-CR-RECOMMEND-CODE TO NH-RECOMMEND-CODE.
014720     MOVE WS-CR-NEW-LIMIT      TO NH-NEW-LIMIT.
014730     WRITE NEW-HISTORY-RECORD.
014740 4700-EXIT.
014750     EXIT.

014760*----------------------------------------------------------*
014770* 5000-FINISH-INPUTS - PASS WHATEVER IS LEFT ON THE SORTED *
014780* FILES AFTER THE LAST CUSTOMER, SO EVERY JOURNAL RECORD   *
014790* REACHES THE BILLINGS TOTALS AND EVERY HISTORY RECORD THE *
014800* SAME-DATE CHECK                                          *
014810*----------------------------------------------------------*
014820 5000-FINISH-INPUTS.
014830     MOVE HIGH-VALUES TO WS-CUR-CUSTOMER.
014840     PERFORM 4150-TAKE-ONE-HISTORY THRU 4150-EXIT
014850         UNTIL HST-EOF.
014860     PERFORM 4250-TAKE-ONE-APPLIED THRU 4250-EXIT
014870         UNTIL APL-EOF.
014880     PERFORM 2100-READ-SORTED-JRN THRU 2100-EXIT
014890         UNTIL JRN-EOF.
014900 5000-EXIT.
014910     EXIT.

014920*----------------------------------------------------------*
014930* 5500-FIGURE-DSO - ADD UP THE LAST CLOSE'S SNAPSHOT       *
014940* BALANCES BY CURRENCY AND PRINT DAYS SALES OUTSTANDING    *
014950* FOR EACH: AR AT THE CLOSE OVER THE PERIOD'S BILLINGS,    *
014960* TIMES THE DAYS IN THE PERIOD.                            *
014970*----------------------------------------------------------*
014980 5500-FIGURE-DSO.
014990     IF WS-CLOSE-DATE > ZERO
015000         MOVE 'N' TO WS-SNAP-EOF
015010         OPEN INPUT SNAPSHOT-FILE
015020         PERFORM 5550-ADD-ONE-SNAPSHOT THRU 5550-EXIT
015030             UNTIL SNAP-EOF
015040         CLOSE SNAPSHOT-FILE
015050     END-IF.
015060     WRITE RPT-RECORD FROM WS-BLANK-LINE.
015070     MOVE "DAYS SALES OUTSTANDING - WHOLE BOOK AT LAST CLOSE"
015080         TO SL-SECTION-TEXT.
015090     WRITE RPT-RECORD FROM WS-SECTION-LINE.
015100     IF WS-CLOSE-DATE = ZERO
015110         MOVE "    NO CLOSE ON SNAPMAST.DAT - DSO NOT FIGURED"
015120             TO SL-SECTION-TEXT
015130         WRITE RPT-RECORD FROM WS-SECTION-LINE
015140     ELSE
015150         WRITE RPT-RECORD FROM WS-DSO-HEADER-LINE
015160         PERFORM 5600-PRINT-ONE-DSO THRU 5600-EXIT
015170             VARYING WS-CURRENCY-SUB FROM 1 BY 1
015180             UNTIL WS-CURRENCY-SUB > WS-CURRENCY-COUNT
015190     END-IF.
015200 5500-EXIT.
015210     EXIT.

015220 5550-ADD-ONE-SNAPSHOT.
015230     READ SNAPSHOT-FILE
015240         AT END
015250             MOVE 'Y' TO WS-SNAP-EOF
015260         NOT AT END
015270             IF SNP-CLOSE-DATE = WS-CLOSE-DATE
015280                 MOVE SNP-MASTER-IMAGE TO WS-SNAP-CUSTOMER
015290                 IF SN-BALANCE NUMERIC
015300                     MOVE SN-CURRENCY-CODE TO WS-CURRENCY-KEY
015310                     PERFORM 8500-FIND-CURRENCY THRU 8500-EXIT
015320                     IF WS-CURRENCY-SUB > ZERO
015330                         ADD SN-BALANCE
015340                             TO WC-AR-BALANCE (WS-CURRENCY-SUB)
015350                     END-IF
015360                 END-IF
015370             END-IF
015380     END-READ.
015390 5550-EXIT.
015400     EXIT.

015410 5600-PRINT-ONE-DSO.
015420     MOVE SPACES TO WS-DSO-LINE.
015430     MOVE WC-CURRENCY-CODE (WS-CURRENCY-SUB) TO DS-CURRENCY-CODE.
015440     MOVE WC-AR-BALANCE (WS-CURRENCY-SUB)    TO DS-AR-BALANCE.
015450     MOVE WC-BILLINGS (WS-CURRENCY-SUB)      TO DS-BILLINGS.
015460     MOVE WS-PERIOD-DAYS                     TO DS-PERIOD-DAYS.
015470     IF WC-BILLINGS (WS-CURRENCY-SUB) > ZERO
015480         COMPUTE WS-DSO ROUNDED =
015490             WC-AR-BALANCE (WS-CURRENCY-SUB) * WS-PERIOD-DAYS
015500             / WC-BILLINGS (WS-CURRENCY-SUB)
015510             ON SIZE ERROR MOVE 99999.9 TO WS-DSO
015520         END-COMPUTE
015530         MOVE WS-DSO TO DS-DSO
015540     ELSE
015550         MOVE "NO BILLINGS" TO DS-NOTE
015560     END-IF.
015570     WRITE RPT-RECORD FROM WS-DSO-LINE.
015580 5600-EXIT.
015590     EXIT.

015600*----------------------------------------------------------*
015610* 6000-LIST-UNUSED-APPROVALS - AN APPROVAL WHOSE CUSTOMER  *
015620* WAS NOT FOUND ON THE MASTER CHANGES NOTHING.  EACH IS    *
015630* LISTED AND THE RUN ENDS WITH RETURN-CODE 4.              *
015640*----------------------------------------------------------*
015650 6000-LIST-UNUSED-APPROVALS.
015660     PERFORM 6050-CHECK-ONE-APPROVAL THRU 6050-EXIT
015670         VARYING WS-APPROVAL-IDX FROM 1 BY 1
015680         UNTIL WS-APPROVAL-IDX > WS-APPROVAL-COUNT.
015690     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
015700         MOVE 4 TO RETURN-CODE
015710     END-IF.
015720 6000-EXIT.
015730     EXIT.

015740 6050-CHECK-ONE-APPROVAL.
015750     IF NOT WA-USED (WS-APPROVAL-IDX)
015760         IF WS-UNUSED-COUNT = ZERO
015770             WRITE RPT-RECORD FROM WS-BLANK-LINE
015780             MOVE "APPROVALS FOR CUSTOMERS NOT ON THE MASTER"
015790                 TO SL-SECTION-TEXT
015800             WRITE RPT-RECORD FROM WS-SECTION-LINE
015810         END-IF
015820         ADD 1 TO WS-UNUSED-COUNT
015830         ADD 1 TO WS-REJECT-COUNT
015840         MOVE SPACES TO WS-DETAIL-LINE
015850         MOVE WA-CUSTOMER-ID (WS-APPROVAL-IDX) TO DL-CUSTOMER-ID
015860         MOVE "REJECTED" TO DL-APPROVAL
015870         WRITE RPT-RECORD FROM WS-DETAIL-LINE
015880         MOVE "APPROVAL REJECTED - CUSTOMER NOT ON MASTER"
015890             TO NL-NOTE-TEXT
015900         WRITE RPT-RECORD FROM WS-NOTE-LINE
015910     END-IF.
015920 6050-EXIT.
015930     EXIT.

015940*----------------------------------------------------------*
015950* 6500-ADD-REVIEW-HISTORY - ADD THIS REVIEW TO             *
015960* CREDHIST.DAT NOW THAT THE RUN HAS FINISHED, UNLESS A RUN *
015970* FOR THE SAME REVIEW DATE HAS ALREADY ADDED IT - THE      *
015980* APPROVAL RUN THAT FOLLOWS A REVIEW DOES NOT RECORD IT    *
015990* TWICE.                                                   *
016000*----------------------------------------------------------*
016010 6500-ADD-REVIEW-HISTORY.
016020     CLOSE NEW-HISTORY-FILE.
016030     IF NOT HISTORY-ALREADY-DONE
016040         OPEN INPUT  NEW-HISTORY-FILE
016050         OPEN EXTEND HISTORY-FILE
016060         PERFORM 6550-COPY-ONE-HISTORY THRU 6550-EXIT
016070             UNTIL NEW-HST-EOF
016080         CLOSE HISTORY-FILE
016090         CLOSE NEW-HISTORY-FILE
016100     END-IF.
016110 6500-EXIT.
016120     EXIT.

016130 6550-COPY-ONE-HISTORY.
016140     READ NEW-HISTORY-FILE
016150         AT END
016160             MOVE 'Y' TO WS-NEW-HST-EOF
016170         NOT AT END
016180             MOVE NEW-HISTORY-RECORD TO CREDIT-HISTORY-RECORD
016190             WRITE CREDIT-HISTORY-RECORD
016200             ADD 1 TO WS-HISTORY-COUNT
016210     END-READ.
016220 6550-EXIT.
016230     EXIT.

016240*----------------------------------------------------------*
016250* 7000-PRINT-TOTALS - WHAT THE REVIEW FOUND AND DID        *
016260*----------------------------------------------------------*
016270 7000-PRINT-TOTALS.
016280     WRITE RPT-RECORD FROM WS-BLANK-LINE.
016290     MOVE SPACES TO WS-COUNT-LINE.
016300     MOVE "CUSTOMERS READ"             TO CL-LABEL.
016310     MOVE WS-CUSTOMER-COUNT            TO CL-COUNT.
016320     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016330     MOVE "CUSTOMERS REVIEWED"         TO CL-LABEL.
016340     MOVE WS-REVIEWED-COUNT            TO CL-COUNT.
016350     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016360     MOVE "ENOUGH PAYMENTS TO JUDGE"   TO CL-LABEL.
016370     MOVE WS-MEASURED-COUNT            TO CL-COUNT.
016380     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016390     MOVE "GOOD PAYERS"                TO CL-LABEL.
016400     MOVE WS-GOOD-COUNT                TO CL-COUNT.
016410     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016420     MOVE "SLOW PAYERS"                TO CL-LABEL.
016430     MOVE WS-SLOW-COUNT                TO CL-COUNT.
016440     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016450     MOVE "INCREASES RECOMMENDED"      TO CL-LABEL.
016460     MOVE WS-INCREASE-COUNT            TO CL-COUNT.
016470     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016480     MOVE "DECREASES RECOMMENDED"      TO CL-LABEL.
016490     MOVE WS-DECREASE-COUNT            TO CL-COUNT.
016500     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016510     MOVE "CREDIT HOLDS RECOMMENDED"   TO CL-LABEL.
016520     MOVE WS-HOLD-COUNT                TO CL-COUNT.
016530     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016540     MOVE "PAYMENTS MEASURED"          TO CL-LABEL.
016550     MOVE WS-PAYMENTS-MEASURED         TO CL-COUNT.
016560     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016570     MOVE "PAYMENTS WITH NO BOOKING"   TO CL-LABEL.
016580     MOVE WS-PAYMENTS-UNBOOKED         TO CL-COUNT.
016590     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016600     MOVE "PAYMENTS FOR NO CUSTOMER"   TO CL-LABEL.
016610     MOVE WS-PAYMENTS-ORPHAN           TO CL-COUNT.
016620     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016630     MOVE "APPROVALS READ"             TO CL-LABEL.
016640     MOVE WS-APPROVAL-COUNT            TO CL-COUNT.
016650     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016660     MOVE "CHANGES WRITTEN TO CREDCHG.DAT" TO CL-LABEL.
016670     MOVE WS-CHANGE-COUNT              TO CL-COUNT.
016680     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016690     MOVE "APPROVALS REJECTED"         TO CL-LABEL.
016700     MOVE WS-REJECT-COUNT              TO CL-COUNT.
016710     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016712     MOVE "APPROVALS WITH NO REVIEW"   TO CL-LABEL.
016714     MOVE WS-NO-REVIEW-COUNT           TO CL-COUNT.
016716     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016720     IF HISTORY-ALREADY-DONE
016730         MOVE "REVIEW ALREADY ON CREDHIST.DAT" TO CL-LABEL
016740         MOVE ZERO                     TO CL-COUNT
016750     ELSE
016760         MOVE "REVIEW HISTORY RECORDS ADDED" TO CL-LABEL
016770         MOVE WS-HISTORY-COUNT         TO CL-COUNT
016780     END-IF.
016790     WRITE RPT-RECORD FROM WS-COUNT-LINE.
016800     IF CAPACITY-EXCEEDED
016810         MOVE 16 TO RETURN-CODE
016820     END-IF.
016830     DISPLAY "CUSTOMERS REVIEWED: " WS-REVIEWED-COUNT.
016840     DISPLAY "INCREASES:          " WS-INCREASE-COUNT.
016850     DISPLAY "DECREASES:          " WS-DECREASE-COUNT.
016860     DISPLAY "CREDIT HOLDS:       " WS-HOLD-COUNT.
016870     DISPLAY "CHANGES WRITTEN:    " WS-CHANGE-COUNT.
016871     IF WS-CHANGE-COUNT > ZERO
016872         WRITE RPT-RECORD FROM WS-BLANK-LINE
016873         WRITE RPT-RECORD FROM WS-CHANGE-WARNING-1
016874         WRITE RPT-RECORD FROM WS-CHANGE-WARNING-2
016875     END-IF.
016880 7000-EXIT.
016890     EXIT.

016900*----------------------------------------------------------*
016910* 8500-FIND-CURRENCY - THE CURRENCY TABLE ENTRY FOR        *
016920* WS-CURRENCY-KEY, ADDED IF NEW.  WS-CURRENCY-SUB IS ZERO  *
016930* WHEN THE TABLE IS FULL.                                  *
016940*----------------------------------------------------------*
016950 8500-FIND-CURRENCY.
016960     MOVE ZERO TO WS-CURRENCY-SUB.
016970     IF WS-CURRENCY-COUNT > ZERO
016980         SET WS-CURRENCY-IDX TO 1
016990         SEARCH WS-CURRENCY-ENTRY
017000             AT END
017010                 CONTINUE
017020             WHEN WC-CURRENCY-CODE (WS-CURRENCY-IDX)
017030                     = WS-CURRENCY-KEY
017040                 SET WS-CURRENCY-SUB TO WS-CURRENCY-IDX
017050         END-SEARCH
017060     END-IF.
017070     IF WS-CURRENCY-SUB = ZERO
017080         IF WS-CURRENCY-COUNT < WS-MAX-CURRENCIES
017090             ADD 1 TO WS-CURRENCY-COUNT
017100             MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-SUB
017110             MOVE WS-CURRENCY-KEY
017120                 TO WC-CURRENCY-CODE (WS-CURRENCY-SUB)
017130             MOVE ZERO TO WC-AR-BALANCE (WS-CURRENCY-SUB)
017140             MOVE ZERO TO WC-BILLINGS (WS-CURRENCY-SUB)
017150         ELSE
017160             IF NOT CAPACITY-EXCEEDED
017170                 DISPLAY "*** MORE THAN " WS-MAX-CURRENCIES
017180                     " CURRENCIES - DSO INCOMPLETE ***"
017190             END-IF
017200             SET CAPACITY-EXCEEDED TO TRUE
017210         END-IF
017220     END-IF.
017230 8500-EXIT.
017240     EXIT.

017250*----------------------------------------------------------*
017260* 8800-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD) *
017270* TO A SERIAL DAY NUMBER IN WS-DTN-DAY-NO.  MONTHS ARE     *
017280* SHIFTED SO THE YEAR STARTS IN MARCH, WHICH PUTS THE LEAP *
017290* DAY LAST AND MAKES EVERY MONTH LENGTH A FIXED PATTERN.   *
017300*----------------------------------------------------------*
017310 8800-DATE-TO-DAY-NUMBER.
017320     ADD WS-DTN-MM, 9, GIVING WS-DTN-M.
017330     DIVIDE WS-DTN-M BY 12
017340         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
017350     DIVIDE WS-DTN-M-ADJ BY 10 GIVING WS-DTN-Q.
017360     SUBTRACT WS-DTN-Q FROM WS-DTN-YYYY GIVING WS-DTN-Y.
017370     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
017380     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
017390     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
017400     COMPUTE WS-DTN-M306 = WS-DTN-M-ADJ * 306 + 5.
017410     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
017420     COMPUTE WS-DTN-DAY-NO = 365 * WS-DTN-Y
017430         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400
017440         + WS-DTN-MDAYS + WS-DTN-DD - 1.
017450 8800-EXIT.
017460     EXIT.

017470*----------------------------------------------------------*
017480* 8850-DAY-NUMBER-TO-DATE - THE INVERSE OF 8800 - CONVERT  *
017490* THE SERIAL DAY NUMBER IN WS-DTN-DAY-NO BACK TO A         *
017500* YYYYMMDD DATE IN WS-DTN-DATE.  THE YEAR IS ESTIMATED,    *
017510* STEPPED BACK ONE IF THE DAY FALLS BEFORE ITS MARCH 1,    *
017520* AND THE MARCH-BASED MONTH AND DAY ARE PEELED OFF THE     *
017530* DAYS LEFT.                                               *
017540*----------------------------------------------------------*
017550 8850-DAY-NUMBER-TO-DATE.
017560     COMPUTE WS-DTN-Y = (10000 * WS-DTN-DAY-NO + 14780) / 3652425.
017570     PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT.
017580     IF WS-DTN-DDD < ZERO
017590         SUBTRACT 1 FROM WS-DTN-Y
017600         PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT
017610     END-IF.
017620     COMPUTE WS-DTN-MI = (100 * WS-DTN-DDD + 52) / 3060.
017630     ADD WS-DTN-MI, 2, GIVING WS-DTN-M.
017640     DIVIDE WS-DTN-M BY 12
017650         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
017660     ADD WS-DTN-M-ADJ, 1, GIVING WS-DTN-MM.
017670     ADD WS-DTN-Y, WS-DTN-Q, GIVING WS-DTN-YYYY.
017680     COMPUTE WS-DTN-M306 = WS-DTN-MI * 306 + 5.
017690     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
017700     COMPUTE WS-DTN-DD = WS-DTN-DDD - WS-DTN-MDAYS + 1.
017710 8850-EXIT.
017720     EXIT.

017730 8860-DAYS-INTO-YEAR.
017740     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
017750     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
017760     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
017770     COMPUTE WS-DTN-DDD = WS-DTN-DAY-NO - (365 * WS-DTN-Y
017780         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400).
017790 8860-EXIT.
017800     EXIT.

017810*----------------------------------------------------------*
017820* 9000-TERMINATE - CLOSE FILES AND END THE RUN             *
017830*----------------------------------------------------------*
017840 9000-TERMINATE.
017850     CLOSE CUSTOMER-MASTER.
017860     CLOSE SORTED-JRN-FILE.
017870     CLOSE SORTED-APL-FILE.
017880     CLOSE SORTED-HST-FILE.
017890     IF WS-APPROVAL-COUNT > ZERO
017900         CLOSE CHANGE-FILE
017910     END-IF.
017920     CLOSE CREDIT-RPT.
017930 9000-EXIT.
017940     EXIT.
