000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. COLL-WORKLIST.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  DAILY COLLECTOR         *
000220*                   WORKLIST (COLLWORK.RPT).  EVERY CUSTOMER  *
000230*                   ON CUSTMAST.DAT IS AGED FROM ITS OPEN     *
000240*                   ITEMS ON INVMAST.DAT BY DAYS PAST DUE,    *
000250*                   THE SAME AS DUN-LETTERS (A CUSTOMER WITH  *
000260*                   NO ITEMS BY ITS KEYED AGE-DAYS), AND ANY  *
000270*                   CUSTOMER WITH AN AMOUNT AT LEAST          *
000280*                   COLLWORK-MIN-DAYS (DEFAULT 1) PAST DUE    *
000290*                   GOES ON ITS COLLECTOR'S QUEUE - UNLESS A  *
000300*                   PROMISE TO PAY IS STILL PENDING, OR THE   *
000310*                   LAST CONTACT ON THE CONTACT LOG           *
000320*                   (CONTACT.DAT) SET A FOLLOW-UP DATE STILL  *
000330*                   TO COME.  THE PROMISE IS THE LATER OF THE *
000340*                   MASTER'S PROMISE-DATE AND THE LAST        *
000350*                   PROMISE TO PAY ON THE LOG.  A PROMISE     *
000360*                   WHOSE DATE HAS PASSED IS FLAGGED BROKEN   *
000370*                   WHEN NO CASH ON APPLIED.DAT WAS PAID      *
000380*                   SINCE IT WAS MADE - THE DAY OF THE LOGGED *
000390*                   CALL, OR, FOR A PROMISE KEYED ONLY ON THE *
000400*                   MASTER, COLLWORK-PROMISE-DAYS (DEFAULT    *
000410*                   30) BEFORE THE PROMISED DATE.  EACH QUEUE *
000420*                   IS RANKED BY PAST-DUE AMOUNT, THEN BY THE *
000430*                   AGE OF THE OLDEST PAST-DUE ITEM, AND THE  *
000440*                   LAST COLLWORK-LOG-LINES (DEFAULT 3, AT    *
000443*                   MOST 5) CONTACTS ARE PRINTED UNDER EACH   *
000446*                   ACCOUNT, MOST RECENT FIRST.  ACCOUNTS     *
000449*                   WITH NO COLLECTOR ASSIGNED FORM THEIR OWN *
000452*                   QUEUE.  THE RUN DATE IS TODAY OR A        *
000455*                   COLLWORK-DATE PARM CARD.                  *
000458*  10/15/2026 RWH   A CHECK NSF-REVERSAL HAS TAKEN BACK (ITS  *
000461*                   APPLIED CASH LOGGED ON RETREG.DAT) NO     *
000464*                   LONGER COUNTS AS THE CUSTOMER'S LAST      *
000467*                   PAYMENT OR AS KEEPING A PROMISE TO PAY.   *
000470*                   THE APPLREC SORT COPY ALSO RENAMES THE    *
000473*                   NEW APPLIED-CASH FIELDS ALONG WITH EVERY  *
000476*                   OTHER FIELD.                              *
000479*  10/15/2026 RWH   RENAMES THE NEW APL-DISC-AMOUNT IN ITS    *
000482*                   APPLREC SORT COPIES ALONG WITH EVERY      *
000485*                   OTHER FIELD.                              *
000488*  10/15/2026 RWH   THE APPLIED-CASH SORT RECORDS TAKE THE    *
000491*                   CHECK SEQUENCE AND CHECK AMOUNT NOW       *
000494*                   CARRIED ON APPLREC.                       *
000497*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000500*----------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS CUSTOMER-ID.
000580     SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVMAST.DAT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS INV-ITEM-KEY.
000620     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD.DAT".
000630     SELECT OPTIONAL APPLIED-FILE ASSIGN TO "APPLIED.DAT".
000635     SELECT OPTIONAL RETURN-REGISTER ASSIGN TO "RETREG.DAT".
000640     SELECT SORT-APL-WORK-FILE ASSIGN TO "CWAWRK.DAT".
000650     SELECT SORTED-APL-FILE  ASSIGN TO "CWASRT.DAT".
000660     SELECT OPTIONAL CONTACT-FILE ASSIGN TO "CONTACT.DAT".
000670     SELECT SORT-CNT-WORK-FILE ASSIGN TO "CWCWRK.DAT".
000680     SELECT SORTED-CNT-FILE  ASSIGN TO "CWCSRT.DAT".
000690     SELECT CANDIDATE-FILE   ASSIGN TO "CWKCAND.DAT".
000700     SELECT SORT-CAND-WORK-FILE ASSIGN TO "CWKWRK.DAT".
000710     SELECT SORTED-CAND-FILE ASSIGN TO "CWKSRT.DAT".
000720     SELECT WORKLIST-RPT     ASSIGN TO "COLLWORK.RPT".
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CUSTOMER-MASTER
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 180 CHARACTERS.
000780     COPY CUSTREC.

000790*----------------------------------------------------------*
000800* INVOICE-FILE IS THE INDEXED OPEN-ITEM MASTER             *
000810* (INVMAST.DAT).  READ SEQUENTIALLY IT DELIVERS EVERY OPEN *
000820* ITEM IN CUSTOMER-ID PLUS INVOICE-NUMBER ORDER, SO THE    *
000830* MATCH TO THE MASTER NEEDS NO SORT STEP AHEAD OF IT.      *
000840*----------------------------------------------------------*
000850 FD  INVOICE-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 69 CHARACTERS.
000880     COPY INVREC.

000890 FD  PARM-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 32 CHARACTERS.
000920 01  PARM-RECORD.
000930     05  PRM-KEYWORD             PIC X(20).
000940     05  PRM-VALUE               PIC X(12).
000950     05  PRM-VALUE-INT REDEFINES PRM-VALUE
000960                                 PIC 9(12).

000970*----------------------------------------------------------*
000980* APPLIED-FILE - EVERY PAYMENT CASH-APPLY HAS APPLIED,     *
000990* SORTED BY CUSTOMER AND PAY DATE SO THE LAST PAYMENT FOR  *
001000* EACH CUSTOMER IS KNOWN WHEN ITS PROMISE IS CHECKED.      *
001010*----------------------------------------------------------*
001020 FD  APPLIED-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY APPLREC.

001050 SD  SORT-APL-WORK-FILE.
001060     COPY APPLREC
001070         REPLACING ==APPLIED-RECORD== BY ==SORT-APL-RECORD==
001080             ==APL-APPLY-DATE==     BY ==SA-APPLY-DATE==
001090             ==APL-CUSTOMER-ID==    BY ==SA-CUSTOMER-ID==
001100             ==APL-INVOICE-NO==     BY ==SA-INVOICE-NO==
001110             ==APL-PAY-DATE==       BY ==SA-PAY-DATE==
001120             ==APL-APPLIED-AMOUNT== BY ==SA-APPLIED-AMOUNT==
001130             ==APL-CURRENCY-CODE==  BY ==SA-CURRENCY-CODE==
001131             ==APL-PAY-SEQ==        BY ==SA-PAY-SEQ==
001132             ==APL-PAY-AMOUNT==     BY ==SA-PAY-AMOUNT==
001133             ==APL-INVOICE-DATE==   BY ==SA-INVOICE-DATE==
001134             ==APL-DUE-DATE==       BY ==SA-DUE-DATE==
001135             ==APL-TERMS-CODE==     BY ==SA-TERMS-CODE==
001136             ==APL-RELEASED-SW==    BY ==SA-RELEASED-SW==
001137             ==APL-RELEASED-PAYMENT== BY ==SA-RELEASED-PAYMENT==
001138             ==APL-DISC-AMOUNT==    BY ==SA-DISC-AMOUNT==
001139             ==APL-CHECK-SEQ==      BY ==SA-CHECK-SEQ==
001142             ==APL-CHECK-AMOUNT==   BY ==SA-CHECK-AMOUNT==.

001145 FD  SORTED-APL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY APPLREC
001170         REPLACING ==APPLIED-RECORD== BY ==SORTED-APL-RECORD==
001174             ==APL-APPLY-DATE==     BY ==TA-APPLY-DATE==
001178             ==APL-CUSTOMER-ID==    BY ==TA-CUSTOMER-ID==
001182             ==APL-INVOICE-NO==     BY ==TA-INVOICE-NO==
001186             ==APL-PAY-DATE==       BY ==TA-PAY-DATE==
001190             ==APL-APPLIED-AMOUNT== BY ==TA-APPLIED-AMOUNT==
001194             ==APL-CURRENCY-CODE==  BY ==TA-CURRENCY-CODE==
001198             ==APL-PAY-SEQ==        BY ==TA-PAY-SEQ==
001202             ==APL-PAY-AMOUNT==     BY ==TA-PAY-AMOUNT==
001206             ==APL-INVOICE-DATE==   BY ==TA-INVOICE-DATE==
001210             ==APL-DUE-DATE==       BY ==TA-DUE-DATE==
001214             ==APL-TERMS-CODE==     BY ==TA-TERMS-CODE==
001218             ==APL-RELEASED-SW==    BY ==TA-RELEASED-SW==
001222             ==APL-RELEASED-PAYMENT== BY ==TA-RELEASED-PAYMENT==
001226             ==APL-DISC-AMOUNT==    BY ==TA-DISC-AMOUNT==
001230             ==APL-CHECK-SEQ==      BY ==TA-CHECK-SEQ==
001234             ==APL-CHECK-AMOUNT==   BY ==TA-CHECK-AMOUNT==.

001238*----------------------------------------------------------*
001239* RETURN-REGISTER - THE APPLIED CASH NSF-REVERSAL HAS      *
001240* TAKEN BACK FOR RETURNED CHECKS.  THAT CASH WAS NEVER     *
001241* COLLECTED AND DOES NOT COUNT AS A PAYMENT.               *
001242*----------------------------------------------------------*
001243 FD  RETURN-REGISTER
001244     LABEL RECORDS ARE STANDARD
001245     RECORD CONTAINS 87 CHARACTERS.
001246     COPY RETRREC.

001248*----------------------------------------------------------*
001250* CONTACT-FILE - THE CONTACT LOG KEPT BY CONTACT-LOG,      *
001260* SORTED BY CUSTOMER, DATE AND TIME SO EACH CUSTOMER'S     *
001270* CONTACTS ARRIVE OLDEST FIRST.                            *
001280*----------------------------------------------------------*
001290 FD  CONTACT-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 110 CHARACTERS.
001320     COPY CNTREC.

001330 SD  SORT-CNT-WORK-FILE.
001340     COPY CNTREC
001350         REPLACING ==CONTACT-RECORD== BY ==SORT-CNT-RECORD==
001360             ==CNT-CONTACT-KEY==   BY ==SC-CONTACT-KEY==
001370             ==CNT-CUSTOMER-ID==   BY ==SC-CUSTOMER-ID==
001380             ==CNT-CONTACT-DATE==  BY ==SC-CONTACT-DATE==
001390             ==CNT-CONTACT-TIME==  BY ==SC-CONTACT-TIME==
001400             ==CNT-COLLECTOR-ID==  BY ==SC-COLLECTOR-ID==
001410             ==CNT-OUTCOME-CODE==  BY ==SC-OUTCOME-CODE==
001420             ==CNT-PROMISE-TO-PAY== BY ==SC-PROMISE-TO-PAY==
001430             ==CNT-OUTCOME-VALID== BY ==SC-OUTCOME-VALID==
001440             ==CNT-PROMISE-AMOUNT== BY ==SC-PROMISE-AMOUNT==
001450             ==CNT-FOLLOWUP-DATE== BY ==SC-FOLLOWUP-DATE==
001460             ==CNT-NOTE==          BY ==SC-NOTE==.

001470 FD  SORTED-CNT-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 110 CHARACTERS.
001500     COPY CNTREC
001510         REPLACING ==CONTACT-RECORD== BY ==SORTED-CNT-RECORD==
001520             ==CNT-CONTACT-KEY==   BY ==TC-CONTACT-KEY==
001530             ==CNT-CUSTOMER-ID==   BY ==TC-CUSTOMER-ID==
001540             ==CNT-CONTACT-DATE==  BY ==TC-CONTACT-DATE==
001550             ==CNT-CONTACT-TIME==  BY ==TC-CONTACT-TIME==
001560             ==CNT-COLLECTOR-ID==  BY ==TC-COLLECTOR-ID==
001570             ==CNT-OUTCOME-CODE==  BY ==TC-OUTCOME-CODE==
001580             ==CNT-PROMISE-TO-PAY== BY ==TC-PROMISE-TO-PAY==
001590             ==CNT-OUTCOME-VALID== BY ==TC-OUTCOME-VALID==
001600             ==CNT-PROMISE-AMOUNT== BY ==TC-PROMISE-AMOUNT==
001610             ==CNT-FOLLOWUP-DATE== BY ==TC-FOLLOWUP-DATE==
001620             ==CNT-NOTE==          BY ==TC-NOTE==.

001630*----------------------------------------------------------*
001640* CANDIDATE-FILE - ONE RECORD PER ACCOUNT GOING ON A       *
001650* WORKLIST, CARRYING ITS LAST FEW CONTACTS, WRITTEN IN     *
001660* CUSTOMER ORDER AND SORTED INTO COLLECTOR AND RANK ORDER  *
001670* FOR PRINTING.  THE LOG ENTRIES ARE MOST RECENT FIRST.    *
001680*----------------------------------------------------------*
001690 FD  CANDIDATE-FILE
001700     LABEL RECORDS ARE STANDARD
001710     RECORD CONTAINS 550 CHARACTERS.
001720 01  CANDIDATE-RECORD.
001730     05  CA-COLLECTOR-ID     PIC X(04).
001740     05  CA-PAST-DUE         PIC 9(7)V99.
001750     05  CA-OLDEST-DAYS      PIC 9(05).
001760     05  CA-CUSTOMER-ID      PIC X(10).
001770     05  CA-CUSTOMER-NAME    PIC X(20).
001780     05  CA-CURRENCY-CODE    PIC X(03).
001790     05  CA-BALANCE          PIC 9(5)V99.
001800     05  CA-CREDIT-LIMIT     PIC 9(5)V99.
001810     05  CA-HOLD-CODE        PIC X(01).
001820     05  CA-PROMISE-DATE     PIC 9(08).
001830     05  CA-LAST-PAID-DATE   PIC 9(08).
001840     05  CA-BROKEN-SW        PIC X(01).
001850     05  CA-OVER-LIMIT-SW    PIC X(01).
001860     05  CA-LOG-COUNT        PIC 9(01).
001870     05  CA-LOG-ENTRY        OCCURS 5 TIMES.
001880         10  CA-LOG-DATE     PIC 9(08).
001890         10  CA-LOG-TIME     PIC 9(04).
001900         10  CA-LOG-COLLECTOR PIC X(04).
001910         10  CA-LOG-OUTCOME  PIC X(02).
001920         10  CA-LOG-AMOUNT   PIC 9(5)V99.
001930         10  CA-LOG-FOLLOWUP PIC 9(08).
001940         10  CA-LOG-NOTE     PIC X(60).

001950 SD  SORT-CAND-WORK-FILE.
001960 01  SORT-CAND-RECORD.
001970     05  SW-COLLECTOR-ID     PIC X(04).
001980     05  SW-PAST-DUE         PIC 9(7)V99.
001990     05  SW-OLDEST-DAYS      PIC 9(05).
002000     05  SW-CUSTOMER-ID      PIC X(10).
002010     05  FILLER              PIC X(522).

002020 FD  SORTED-CAND-FILE
002030     LABEL RECORDS ARE STANDARD
002040     RECORD CONTAINS 550 CHARACTERS.
002050 01  SORTED-CAND-RECORD.
002060     05  TW-COLLECTOR-ID     PIC X(04).
002070     05  TW-PAST-DUE         PIC 9(7)V99.
002080     05  TW-OLDEST-DAYS      PIC 9(05).
002090     05  TW-CUSTOMER-ID      PIC X(10).
002100     05  TW-CUSTOMER-NAME    PIC X(20).
002110     05  TW-CURRENCY-CODE    PIC X(03).
002120     05  TW-BALANCE          PIC 9(5)V99.
002130     05  TW-CREDIT-LIMIT     PIC 9(5)V99.
002140     05  TW-HOLD-CODE        PIC X(01).
002150     05  TW-PROMISE-DATE     PIC 9(08).
002160     05  TW-LAST-PAID-DATE   PIC 9(08).
002170     05  TW-BROKEN-SW        PIC X(01).
002180         88  TW-PROMISE-BROKEN              VALUE 'Y'.
002190     05  TW-OVER-LIMIT-SW    PIC X(01).
002200         88  TW-OVER-LIMIT                  VALUE 'Y'.
002210     05  TW-LOG-COUNT        PIC 9(01).
002220     05  TW-LOG-ENTRY        OCCURS 5 TIMES.
002230         10  TW-LOG-DATE     PIC 9(08).
002240         10  TW-LOG-TIME     PIC 9(04).
002250         10  TW-LOG-COLLECTOR PIC X(04).
002260         10  TW-LOG-OUTCOME  PIC X(02).
002270         10  TW-LOG-AMOUNT   PIC 9(5)V99.
002280         10  TW-LOG-FOLLOWUP PIC 9(08).
002290         10  TW-LOG-NOTE     PIC X(60).

002300 FD  WORKLIST-RPT
002310     LABEL RECORDS ARE OMITTED.
002320 01  RPT-RECORD               PIC X(132).

002330 WORKING-STORAGE SECTION.
002340 77  WS-MASTER-EOF            PIC X       VALUE 'N'.
002350     88  MASTER-EOF                       VALUE 'Y'.
002360 77  WS-INV-EOF               PIC X       VALUE 'N'.
002370     88  INV-EOF                          VALUE 'Y'.
002380 77  WS-PARM-EOF              PIC X       VALUE 'N'.
002390     88  PARM-EOF                         VALUE 'Y'.
002400 77  WS-APL-EOF               PIC X       VALUE 'N'.
002410     88  APL-EOF                          VALUE 'Y'.
002420 77  WS-CNT-EOF               PIC X       VALUE 'N'.
002430     88  CNT-EOF                          VALUE 'Y'.
002440 77  WS-CAND-EOF              PIC X       VALUE 'N'.
002450     88  CAND-EOF                         VALUE 'Y'.
002455 77  WS-RETREG-EOF            PIC X       VALUE 'N'.
002456     88  RETREG-EOF                       VALUE 'Y'.
002457 77  WS-REVERSED-SW           PIC X       VALUE 'N'.
002458     88  CASH-WAS-REVERSED                VALUE 'Y'.
002460 77  WS-PARM-ERROR-SW         PIC X       VALUE 'N'.
002470     88  PARM-ERROR-SEEN                  VALUE 'Y'.
002480 77  WS-PARM-OK-SW            PIC X       VALUE 'N'.
002490     88  PARM-VALUE-OK                    VALUE 'Y'.
002500 77  WS-FIRST-QUEUE-SW        PIC X       VALUE 'Y'.
002510     88  FIRST-QUEUE                      VALUE 'Y'.
002520 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
002530 77  WS-PARM-LIMIT            PIC 9(12)   VALUE ZERO.
002540 77  WS-PARM-EDIT-INT         PIC ZZ,ZZ9.

002550*----------------------------------------------------------*
002560* WORKLIST PARAMETERS - EACH CAN BE SET BY A PARM CARD OF  *
002570* THE SAME NAME ON PARMCARD.DAT.                           *
002580*----------------------------------------------------------*
002590 77  WS-RUN-DATE              PIC 9(8)    VALUE ZERO.
002600 77  WS-RUN-DATE-SOURCE       PIC X(16)   VALUE "SYSTEM DATE".
002610 77  WS-MIN-DAYS              PIC 9(3)    VALUE 1.
002620 77  WS-LOG-LINES             PIC 9(1)    VALUE 3.
002630 77  WS-PROMISE-DAYS          PIC 9(3)    VALUE 30.
002640 01  WS-PARM-SOURCES.
002650     05  WS-MIN-DAYS-SOURCE   PIC X(16)   VALUE "DEFAULT".
002660     05  WS-LOG-LINES-SOURCE  PIC X(16)   VALUE "DEFAULT".
002670     05  WS-PROMISE-DAYS-SOURCE PIC X(16) VALUE "DEFAULT".
002680 01  WS-PARM-SOURCE-WORK      PIC X(16)   VALUE SPACES.
002690 77  WS-RUN-DAY-NO            PIC 9(7) COMP VALUE ZERO.

002700*----------------------------------------------------------*
002710* MATCH KEYS - THE CURRENT SORTED APPLIED AND CONTACT      *
002720* RECORDS' CUSTOMERS, SET TO HIGH-VALUES AT END OF FILE.   *
002730*----------------------------------------------------------*
002740 77  WS-APL-CUSTOMER          PIC X(10)   VALUE SPACES.
002750 77  WS-CNT-CUSTOMER          PIC X(10)   VALUE SPACES.

002760*----------------------------------------------------------*
002770* ONE CUSTOMER - PAST DUE, LAST PAYMENT, LAST CONTACTS AND *
002780* THE PROMISE IN FORCE.                                    *
002790*----------------------------------------------------------*
002800 77  WS-INV-AGE-DAYS          PIC S9(5) COMP VALUE ZERO.
002810 77  WS-CW-PAST-DUE           PIC 9(7)V99 VALUE ZERO.
002820 77  WS-CW-OLDEST-DAYS        PIC S9(5) COMP VALUE ZERO.
002830 77  WS-CW-LAST-PAID          PIC 9(8)    VALUE ZERO.
002840 77  WS-CW-FOLLOWUP-DATE      PIC 9(8)    VALUE ZERO.
002850 77  WS-CW-LOG-PROMISE-DATE   PIC 9(8)    VALUE ZERO.
002860 77  WS-CW-LOG-PROMISE-MADE   PIC 9(8)    VALUE ZERO.
002870 77  WS-CW-PROMISE-DATE       PIC 9(8)    VALUE ZERO.
002880 77  WS-CW-PROMISE-MADE       PIC 9(8)    VALUE ZERO.
002890 77  WS-CW-BROKEN-SW          PIC X       VALUE 'N'.
002900     88  CW-PROMISE-BROKEN                VALUE 'Y'.
002910 77  WS-CW-LOG-COUNT          PIC 9(4) COMP VALUE ZERO.
002920 77  WS-LOG-SUB               PIC 9(4) COMP VALUE ZERO.
002930 77  WS-LOG-FROM              PIC 9(4) COMP VALUE ZERO.

002931*----------------------------------------------------------*
002932* REVERSED CASH - ONE ENTRY PER APPLIED-CASH RECORD ON     *
002933* RETREG.DAT, BY APPLY DATE, PAYMENT SEQUENCE, CUSTOMER    *
002934* AND INVOICE                                              *
002935*----------------------------------------------------------*
002936 77  WS-REVERSED-COUNT        PIC 9(5) COMP VALUE ZERO.
002937 77  WS-MAX-REVERSED          PIC 9(5) COMP VALUE 5000.
002938 77  WS-REVERSED-IDX          PIC 9(5) COMP VALUE ZERO.
002939 01  WS-REVERSED-TABLE.
002940     05  WS-REVERSED-ENTRY OCCURS 1 TO 5000 TIMES
002941                           DEPENDING ON WS-REVERSED-COUNT.
002942         10  WV-APPLY-DATE   PIC 9(08).
002943         10  WV-PAY-SEQ      PIC 9(05).
002944         10  WV-CUSTOMER-ID  PIC X(10).
002945         10  WV-INVOICE-NO   PIC X(10).

002947*----------------------------------------------------------*
002950* LAST CONTACTS - THE MOST RECENT WS-LOG-LINES CONTACTS    *
002960* FOR THE CUSTOMER, OLDEST FIRST.  WHEN THE TABLE IS FULL  *
002970* THE OLDEST ENTRY DROPS OFF THE FRONT.                    *
002980*----------------------------------------------------------*
002990 01  WS-LOG-TABLE.
003000     05  WS-LOG-ENTRY        OCCURS 5 TIMES.
003010         10  WS-LG-DATE      PIC 9(08).
003020         10  WS-LG-TIME      PIC 9(04).
003030         10  WS-LG-COLLECTOR PIC X(04).
003040         10  WS-LG-OUTCOME   PIC X(02).
003050         10  WS-LG-AMOUNT    PIC 9(5)V99.
003060         10  WS-LG-FOLLOWUP  PIC 9(08).
003070         10  WS-LG-NOTE      PIC X(60).

003080*----------------------------------------------------------*
003090* RUN COUNTS AND THE CURRENT QUEUE                         *
003100*----------------------------------------------------------*
003110 77  WS-MASTER-COUNT          PIC 9(5) COMP VALUE ZERO.
003120 77  WS-PAST-DUE-COUNT        PIC 9(5) COMP VALUE ZERO.
003130 77  WS-PROMISE-SKIP-COUNT    PIC 9(5) COMP VALUE ZERO.
003140 77  WS-FOLLOWUP-SKIP-COUNT   PIC 9(5) COMP VALUE ZERO.
003150 77  WS-LISTED-COUNT          PIC 9(5) COMP VALUE ZERO.
003160 77  WS-BROKEN-COUNT          PIC 9(5) COMP VALUE ZERO.
003170 77  WS-QUEUE-COUNT           PIC 9(5) COMP VALUE ZERO.
003180 77  WS-RANK                  PIC 9(5) COMP VALUE ZERO.
003190 77  WS-PREV-COLLECTOR        PIC X(04)   VALUE SPACES.

003200*----------------------------------------------------------*
003210* DATE-TO-DAY-NUMBER WORK FIELDS - A DATE ON A TRANSACTION *
003220* IS PROVED A REAL CALENDAR DATE BY CONVERTING IT TO A     *
003230* SERIAL DAY NUMBER AND BACK AGAIN.                        *
003240*----------------------------------------------------------*
003250 01  WS-DTN-FIELDS.
003260     05  WS-DTN-DATE         PIC 9(08)   VALUE ZERO.
003270     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
003280         10  WS-DTN-YYYY     PIC 9(04).
003290         10  WS-DTN-MM       PIC 9(02).
003300         10  WS-DTN-DD       PIC 9(02).
003310     05  WS-DTN-M            PIC 9(4) COMP VALUE ZERO.
003320     05  WS-DTN-M-ADJ        PIC 9(4) COMP VALUE ZERO.
003330     05  WS-DTN-Q            PIC 9(4) COMP VALUE ZERO.
003340     05  WS-DTN-Y            PIC 9(4) COMP VALUE ZERO.
003350     05  WS-DTN-Y4           PIC 9(4) COMP VALUE ZERO.
003360     05  WS-DTN-Y100         PIC 9(4) COMP VALUE ZERO.
003370     05  WS-DTN-Y400         PIC 9(4) COMP VALUE ZERO.
003380     05  WS-DTN-M306         PIC 9(5) COMP VALUE ZERO.
003390     05  WS-DTN-MDAYS        PIC 9(4) COMP VALUE ZERO.
003400     05  WS-DTN-DAY-NO       PIC 9(7) COMP VALUE ZERO.
003410     05  WS-DTN-DDD          PIC S9(7) COMP VALUE ZERO.
003420     05  WS-DTN-MI           PIC 9(4) COMP VALUE ZERO.

003430 01  WS-RPT-HEADER-LINE.
003440     05  FILLER              PIC X(30) VALUE
003450         "COLLECTOR WORKLIST FOR".
003460     05  RH-RUN-DATE         PIC 9(8).
003470     05  FILLER              PIC X(06) VALUE SPACES.
003480     05  FILLER              PIC X(10) VALUE "PRINTED".
003490     05  RH-SYSTEM-DATE      PIC 9(8).
003500     05  FILLER              PIC X(70) VALUE SPACES.

003510 01  WS-BLANK-LINE            PIC X(132)  VALUE SPACES.

003520 01  WS-PARM-HEADER-LINE.
003530     05  FILLER              PIC X(34) VALUE
003540         "RUNTIME PARAMETERS FOR THIS RUN".
003550     05  FILLER              PIC X(98) VALUE SPACES.

003560 01  WS-PARM-AUDIT-LINE.
003570     05  FILLER              PIC X(04) VALUE SPACES.
003580     05  PA-NAME             PIC X(22).
003590     05  PA-VALUE            PIC X(16).
003600     05  PA-SOURCE           PIC X(16).
003610     05  FILLER              PIC X(74) VALUE SPACES.

003620 01  WS-QUEUE-HEADER-LINE.
003630     05  FILLER              PIC X(11) VALUE "COLLECTOR".
003640     05  QH-COLLECTOR-ID     PIC X(12).
003650     05  FILLER              PIC X(109) VALUE SPACES.

003660 01  WS-DETAIL-HEADER.
003670     05  FILLER              PIC X(05) VALUE "RANK".
003680     05  FILLER              PIC X(12) VALUE "CUST ID".
003690     05  FILLER              PIC X(22) VALUE "NAME".
003700     05  FILLER              PIC X(05) VALUE "CCY".
003710     05  FILLER              PIC X(14) VALUE "    PAST DUE".
003720     05  FILLER              PIC X(08) VALUE "  DAYS".
003730     05  FILLER              PIC X(11) VALUE "  BALANCE".
003740     05  FILLER              PIC X(10) VALUE "PROMISED".
003750     05  FILLER              PIC X(10) VALUE "LAST PAID".
003760     05  FILLER              PIC X(04) VALUE "HLD".
003770     05  FILLER              PIC X(31) VALUE "FLAGS".

003780 01  WS-DETAIL-LINE.
003790     05  DL-RANK             PIC ZZZ9.
003800     05  FILLER              PIC X(01) VALUE SPACES.
003810     05  DL-CUSTOMER-ID      PIC X(12).
003820     05  DL-CUSTOMER-NAME    PIC X(22).
003830     05  DL-CURRENCY-CODE    PIC X(05).
003840     05  DL-PAST-DUE         PIC Z,ZZZ,ZZ9.99.
003850     05  FILLER              PIC X(02) VALUE SPACES.
003860     05  DL-OLDEST-DAYS      PIC ZZ,ZZ9.
003870     05  FILLER              PIC X(02) VALUE SPACES.
003880     05  DL-BALANCE          PIC ZZ,ZZ9.99.
003890     05  FILLER              PIC X(02) VALUE SPACES.
003900     05  DL-PROMISE-DATE     PIC X(08).
003910     05  FILLER              PIC X(02) VALUE SPACES.
003920     05  DL-LAST-PAID-DATE   PIC X(08).
003930     05  FILLER              PIC X(02) VALUE SPACES.
003940     05  DL-HOLD-CODE        PIC X(01).
003950     05  FILLER              PIC X(03) VALUE SPACES.
003960     05  DL-FLAGS            PIC X(27).
003970     05  FILLER              PIC X(04) VALUE SPACES.

003980 01  WS-LOG-LINE.
003990     05  FILLER              PIC X(12) VALUE SPACES.
004000     05  FILLER              PIC X(05) VALUE "LOG".
004010     05  LL-CONTACT-DATE     PIC 9(08).
004020     05  FILLER              PIC X(01) VALUE SPACES.
004030     05  LL-CONTACT-TIME     PIC 9(04).
004040     05  FILLER              PIC X(02) VALUE SPACES.
004050     05  LL-COLLECTOR-ID     PIC X(04).
004060     05  FILLER              PIC X(02) VALUE SPACES.
004070     05  LL-OUTCOME-CODE     PIC X(02).
004080     05  FILLER              PIC X(02) VALUE SPACES.
004090     05  LL-PROMISE-AMOUNT   PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
004100     05  FILLER              PIC X(02) VALUE SPACES.
004110     05  LL-FOLLOWUP-DATE    PIC X(08).
004120     05  FILLER              PIC X(02) VALUE SPACES.
004130     05  LL-NOTE             PIC X(60).
004140     05  FILLER              PIC X(09) VALUE SPACES.

004150 01  WS-NO-LOG-LINE.
004160     05  FILLER              PIC X(12) VALUE SPACES.
004170     05  FILLER              PIC X(30) VALUE
004180         "LOG  NO CONTACTS LOGGED".
004190     05  FILLER              PIC X(90) VALUE SPACES.

004200 01  WS-SUMMARY-LINE.
004210     05  FILLER              PIC X(20) VALUE SPACES.
004220     05  SL-LABEL            PIC X(20).
004230     05  SL-COUNT            PIC ZZ,ZZ9.
004240     05  FILLER              PIC X(86) VALUE SPACES.

004250 PROCEDURE DIVISION.

004260 0000-MAINLINE.
004270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004280     PERFORM 4000-WORK-CUSTOMER THRU 4000-EXIT
004290         UNTIL MASTER-EOF.
004300     PERFORM 5000-SORT-CANDIDATES THRU 5000-EXIT.
004310     PERFORM 6000-PRINT-WORKLIST THRU 6000-EXIT.
004320     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
004330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004340     STOP RUN.

004350*----------------------------------------------------------*
004360* 1000-INITIALIZE - READ THE PARAMETERS AND THE REVERSED   *
004370* CASH, SORT THE APPLIED CASH AND THE CONTACT LOG INTO     *
004380* CUSTOMER ORDER, AND OPEN EVERYTHING FOR THE MATCH.       *
004390*----------------------------------------------------------*
004400 1000-INITIALIZE.
004410     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
004420     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE.
004430     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
004440     MOVE WS-RUN-DATE TO WS-DTN-DATE.
004450     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
004460     MOVE WS-DTN-DAY-NO TO WS-RUN-DAY-NO.
004465     PERFORM 1300-LOAD-REVERSED-CASH THRU 1300-EXIT.
004470     PERFORM 1400-SORT-APPLIED THRU 1400-EXIT.
004480     PERFORM 1450-SORT-CONTACTS THRU 1450-EXIT.
004490     OPEN INPUT  CUSTOMER-MASTER.
004500     OPEN INPUT  INVOICE-FILE.
004510     OPEN INPUT  SORTED-APL-FILE.
004520     OPEN INPUT  SORTED-CNT-FILE.
004530     OPEN OUTPUT CANDIDATE-FILE.
004540     OPEN OUTPUT WORKLIST-RPT.
004550     MOVE WS-RUN-DATE    TO RH-RUN-DATE.
004560     MOVE WS-SYSTEM-DATE TO RH-SYSTEM-DATE.
004570     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
004580     WRITE RPT-RECORD FROM WS-BLANK-LINE.
004590     PERFORM 1070-WRITE-PARM-AUDIT THRU 1070-EXIT.
004600     WRITE RPT-RECORD FROM WS-BLANK-LINE.
004610     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
004620     PERFORM 2100-READ-SORTED-APL THRU 2100-EXIT.
004630     PERFORM 2200-READ-SORTED-CNT THRU 2200-EXIT.
004640     PERFORM 2500-READ-INVOICE THRU 2500-EXIT.
004650 1000-EXIT.
004660     EXIT.

004670*----------------------------------------------------------*
004680* 1050-READ-PARM-CARDS - THE RUN DATE AND THRESHOLDS.  A   *
004690* CARD THAT IS NOT NUMERIC OR OUT OF RANGE LEAVES THE      *
004700* DEFAULT IN PLACE AND ENDS THE RUN WITH RETURN-CODE 4.    *
004710*----------------------------------------------------------*
004720 1050-READ-PARM-CARDS.
004730     OPEN INPUT PARM-FILE.
004740     PERFORM 1060-APPLY-PARM-CARD THRU 1060-EXIT
004750         UNTIL PARM-EOF.
004760     CLOSE PARM-FILE.
004770     IF PARM-ERROR-SEEN
004780         MOVE 4 TO RETURN-CODE
004790     END-IF.
004800 1050-EXIT.
004810     EXIT.

004820 1060-APPLY-PARM-CARD.
004830     READ PARM-FILE
004840         AT END
004850             MOVE 'Y' TO WS-PARM-EOF
004860         NOT AT END
004870             PERFORM 1065-APPLY-WORKLIST-PARM THRU 1065-EXIT
004880     END-READ.
004890 1060-EXIT.
004900     EXIT.

004910 1065-APPLY-WORKLIST-PARM.
004920     EVALUATE PRM-KEYWORD
004930         WHEN "COLLWORK-DATE"
004940             IF PRM-VALUE-INT NUMERIC
004950                 AND PRM-VALUE-INT NOT < 19000101
004960                 AND PRM-VALUE-INT NOT > 29991231
004970                 MOVE PRM-VALUE-INT TO WS-RUN-DATE
004980                 MOVE "PARM CARD" TO WS-RUN-DATE-SOURCE
004990             ELSE
005000                 MOVE "INVALID-DEFAULT" TO WS-RUN-DATE-SOURCE
005010                 SET PARM-ERROR-SEEN TO TRUE
005020                 DISPLAY "INVALID COLLWORK-DATE CARD: " PRM-VALUE
005030             END-IF
005040         WHEN "COLLWORK-MIN-DAYS"
005050             MOVE 999 TO WS-PARM-LIMIT
005060             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
005070             IF PARM-VALUE-OK
005080                 MOVE PRM-VALUE-INT TO WS-MIN-DAYS
005090             END-IF
005100             MOVE WS-PARM-SOURCE-WORK TO WS-MIN-DAYS-SOURCE
005110         WHEN "COLLWORK-LOG-LINES"
005120             MOVE 5 TO WS-PARM-LIMIT
005130             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
005140             IF PARM-VALUE-OK
005150                 MOVE PRM-VALUE-INT TO WS-LOG-LINES
005160             END-IF
005170             MOVE WS-PARM-SOURCE-WORK TO WS-LOG-LINES-SOURCE
005180         WHEN "COLLWORK-PROMISE-DAYS"
005190             MOVE 365 TO WS-PARM-LIMIT
005200             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
005210             IF PARM-VALUE-OK
005220                 MOVE PRM-VALUE-INT TO WS-PROMISE-DAYS
005230             END-IF
005240             MOVE WS-PARM-SOURCE-WORK TO WS-PROMISE-DAYS-SOURCE
005250     END-EVALUATE.
005260 1065-EXIT.
005270     EXIT.

005280 1068-CHECK-PARM-VALUE.
005290     IF PRM-VALUE-INT NUMERIC
005300         AND PRM-VALUE-INT > ZERO
005310         AND PRM-VALUE-INT NOT > WS-PARM-LIMIT
005320         MOVE 'Y' TO WS-PARM-OK-SW
005330         MOVE "PARM CARD" TO WS-PARM-SOURCE-WORK
005340     ELSE
005350         MOVE 'N' TO WS-PARM-OK-SW
005360         MOVE "INVALID-DEFAULT" TO WS-PARM-SOURCE-WORK
005370         SET PARM-ERROR-SEEN TO TRUE
005380         DISPLAY "INVALID " PRM-KEYWORD " CARD: " PRM-VALUE
005390     END-IF.
005400 1068-EXIT.
005410     EXIT.

005420 1070-WRITE-PARM-AUDIT.
005430     WRITE RPT-RECORD FROM WS-PARM-HEADER-LINE.
005440     MOVE SPACES              TO WS-PARM-AUDIT-LINE.
005450     MOVE "COLLWORK-DATE"     TO PA-NAME.
005460     MOVE WS-RUN-DATE         TO PA-VALUE.
005470     MOVE WS-RUN-DATE-SOURCE  TO PA-SOURCE.
005480     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
005490     MOVE "COLLWORK-MIN-DAYS" TO PA-NAME.
005500     MOVE WS-MIN-DAYS         TO WS-PARM-EDIT-INT.
005510     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
005520     MOVE WS-MIN-DAYS-SOURCE  TO PA-SOURCE.
005530     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
005540     MOVE "COLLWORK-LOG-LINES" TO PA-NAME.
005550     MOVE WS-LOG-LINES        TO WS-PARM-EDIT-INT.
005560     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
005570     MOVE WS-LOG-LINES-SOURCE TO PA-SOURCE.
005580     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
005590     MOVE "COLLWORK-PROMISE-DAYS" TO PA-NAME.
005600     MOVE WS-PROMISE-DAYS     TO WS-PARM-EDIT-INT.
005610     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
005620     MOVE WS-PROMISE-DAYS-SOURCE TO PA-SOURCE.
005630     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
005640 1070-EXIT.
005650     EXIT.

005651*----------------------------------------------------------*
005652* 1300-LOAD-REVERSED-CASH - TABLE THE APPLIED CASH TAKEN   *
005653* BACK FOR RETURNED CHECKS, OFF RETREG.DAT                 *
005654*----------------------------------------------------------*
005655 1300-LOAD-REVERSED-CASH.
005656     OPEN INPUT RETURN-REGISTER.
005657     READ RETURN-REGISTER
005658         AT END MOVE 'Y' TO WS-RETREG-EOF
005659     END-READ.
005660     PERFORM 1350-LOAD-ONE-REVERSAL THRU 1350-EXIT
005661         UNTIL RETREG-EOF.
005662     CLOSE RETURN-REGISTER.
005663 1300-EXIT.
005664     EXIT.

005665 1350-LOAD-ONE-REVERSAL.
005666     IF WS-REVERSED-COUNT < WS-MAX-REVERSED
005667         ADD 1 TO WS-REVERSED-COUNT
005668         MOVE RR-APPLY-DATE
005669             TO WV-APPLY-DATE (WS-REVERSED-COUNT)
005670         MOVE RR-PAY-SEQ
005671             TO WV-PAY-SEQ (WS-REVERSED-COUNT)
005672         MOVE RR-CUSTOMER-ID
005673             TO WV-CUSTOMER-ID (WS-REVERSED-COUNT)
005674         MOVE RR-APL-INVOICE-NO
005675             TO WV-INVOICE-NO (WS-REVERSED-COUNT)
005676         READ RETURN-REGISTER
005677             AT END MOVE 'Y' TO WS-RETREG-EOF
005678         END-READ
005679     ELSE
005680         DISPLAY "*** RETURN REGISTER EXCEEDS "
005681             WS-MAX-REVERSED
005682             " ENTRY CAPACITY - REMAINING RECORDS IGNORED ***"
005683         MOVE 16 TO RETURN-CODE
005684         MOVE 'Y' TO WS-RETREG-EOF
005685     END-IF.
005686 1350-EXIT.
005687     EXIT.

005689 1400-SORT-APPLIED.
005691     SORT SORT-APL-WORK-FILE
005693         ON ASCENDING KEY SA-CUSTOMER-ID
005695         ON ASCENDING KEY SA-PAY-DATE
005700         USING APPLIED-FILE
005710         GIVING SORTED-APL-FILE.
005720 1400-EXIT.
005730     EXIT.

005740 1450-SORT-CONTACTS.
005750     SORT SORT-CNT-WORK-FILE
005760         ON ASCENDING KEY SC-CONTACT-KEY
005770         USING CONTACT-FILE
005780         GIVING SORTED-CNT-FILE.
005790 1450-EXIT.
005800     EXIT.

005810 2000-READ-MASTER.
005820     READ CUSTOMER-MASTER
005830         AT END MOVE 'Y' TO WS-MASTER-EOF
005840     END-READ.
005850 2000-EXIT.
005860     EXIT.

005870 2100-READ-SORTED-APL.
005880     READ SORTED-APL-FILE
005890         AT END
005900             MOVE 'Y' TO WS-APL-EOF
005910             MOVE HIGH-VALUES TO WS-APL-CUSTOMER
005920         NOT AT END
005930             MOVE TA-CUSTOMER-ID TO WS-APL-CUSTOMER
005940     END-READ.
005950 2100-EXIT.
005960     EXIT.

005970 2200-READ-SORTED-CNT.
005980     READ SORTED-CNT-FILE
005990         AT END
006000             MOVE 'Y' TO WS-CNT-EOF
006010             MOVE HIGH-VALUES TO WS-CNT-CUSTOMER
006020         NOT AT END
006030             MOVE TC-CUSTOMER-ID TO WS-CNT-CUSTOMER
006040     END-READ.
006050 2200-EXIT.
006060     EXIT.

006070 2500-READ-INVOICE.
006080     READ INVOICE-FILE
006090         AT END MOVE 'Y' TO WS-INV-EOF
006100     END-READ.
006110 2500-EXIT.
006120     EXIT.

006130*----------------------------------------------------------*
006140* 4000-WORK-CUSTOMER - AGE ONE CUSTOMER, GATHER ITS CASH   *
006150* AND CONTACTS, WORK OUT ITS PROMISE, AND PUT IT ON ITS    *
006160* COLLECTOR'S WORKLIST IF IT NEEDS A CALL TODAY.  THE      *
006170* APPLIED CASH AND CONTACTS OF A CUSTOMER NO LONGER ON THE *
006180* MASTER ARE PASSED OVER.                                  *
006190*----------------------------------------------------------*
006200 4000-WORK-CUSTOMER.
006210     ADD 1 TO WS-MASTER-COUNT.
006220     PERFORM 4100-AGE-CUSTOMER THRU 4100-EXIT.
006230     PERFORM 4200-GATHER-CASH THRU 4200-EXIT.
006240     PERFORM 4300-GATHER-CONTACTS THRU 4300-EXIT.
006250     PERFORM 4400-SET-PROMISE THRU 4400-EXIT.
006260     PERFORM 4500-SELECT-ACCOUNT THRU 4500-EXIT.
006270     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
006280 4000-EXIT.
006290     EXIT.

006300*----------------------------------------------------------*
006310* 4100-AGE-CUSTOMER - THE AMOUNT AT LEAST WS-MIN-DAYS PAST *
006320* DUE AND THE AGE OF THE OLDEST SUCH ITEM.  INVOICES ON    *
006330* FILE AGE BY DAYS PAST DUE DATE; A CUSTOMER WITH NO       *
006340* INVOICES AGES ITS WHOLE BALANCE BY THE KEYED AGE-DAYS.   *
006350*----------------------------------------------------------*
006360 4100-AGE-CUSTOMER.
006370     MOVE ZERO TO WS-CW-PAST-DUE.
006380     MOVE ZERO TO WS-CW-OLDEST-DAYS.
006390     PERFORM 4140-SKIP-ORPHAN-INVOICES THRU 4140-EXIT.
006400     IF NOT INV-EOF
006410         AND INV-CUSTOMER-ID = CUSTOMER-ID
006420         PERFORM 4150-AGE-ONE-INVOICE THRU 4150-EXIT
006430             UNTIL INV-EOF
006440             OR INV-CUSTOMER-ID NOT = CUSTOMER-ID
006450     ELSE
006460         IF BALANCE NUMERIC AND AGE-DAYS NUMERIC
006470             IF BALANCE > ZERO
006480                 AND AGE-DAYS NOT < WS-MIN-DAYS
006490                 MOVE BALANCE  TO WS-CW-PAST-DUE
006500                 MOVE AGE-DAYS TO WS-CW-OLDEST-DAYS
006510             END-IF
006520         END-IF
006530     END-IF.
006540 4100-EXIT.
006550     EXIT.

006560 4140-SKIP-ORPHAN-INVOICES.
006570     PERFORM 2500-READ-INVOICE THRU 2500-EXIT
006580         UNTIL INV-EOF
006590         OR INV-CUSTOMER-ID NOT < CUSTOMER-ID.
006600 4140-EXIT.
006610     EXIT.

006620 4150-AGE-ONE-INVOICE.
006630     IF INV-DUE-DATE NUMERIC AND INV-DUE-DATE > ZERO
006640         MOVE INV-DUE-DATE TO WS-DTN-DATE
006650         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
006660         COMPUTE WS-INV-AGE-DAYS =
006670             WS-RUN-DAY-NO - WS-DTN-DAY-NO
006680     ELSE
006690         MOVE ZERO TO WS-INV-AGE-DAYS
006700     END-IF.
006710     IF WS-INV-AGE-DAYS NOT < WS-MIN-DAYS
006720         AND INV-OPEN-AMOUNT NUMERIC
006730         AND INV-OPEN-AMOUNT > ZERO
006740         ADD INV-OPEN-AMOUNT TO WS-CW-PAST-DUE
006750         IF WS-INV-AGE-DAYS > WS-CW-OLDEST-DAYS
006760             MOVE WS-INV-AGE-DAYS TO WS-CW-OLDEST-DAYS
006770         END-IF
006780     END-IF.
006790     PERFORM 2500-READ-INVOICE THRU 2500-EXIT.
006800 4150-EXIT.
006810     EXIT.

006820*----------------------------------------------------------*
006830* 4200-GATHER-CASH - THE LATEST PAY DATE ON THE CUSTOMER'S *
006840* APPLIED CASH, NOT COUNTING ANY PAID AFTER THE RUN DATE   *
006845* OR TAKEN BACK FOR A RETURNED CHECK.                      *
006850*----------------------------------------------------------*
006860 4200-GATHER-CASH.
006870     MOVE ZERO TO WS-CW-LAST-PAID.
006880     PERFORM 2100-READ-SORTED-APL THRU 2100-EXIT
006890         UNTIL WS-APL-CUSTOMER NOT < CUSTOMER-ID.
006900     PERFORM 4250-TAKE-ONE-PAYMENT THRU 4250-EXIT
006910         UNTIL WS-APL-CUSTOMER NOT = CUSTOMER-ID.
006920 4200-EXIT.
006930     EXIT.

006940 4250-TAKE-ONE-PAYMENT.
006945     PERFORM 4260-CHECK-REVERSED THRU 4260-EXIT.
006950     IF TA-PAY-DATE NUMERIC
006955         AND NOT CASH-WAS-REVERSED
006960         AND TA-PAY-DATE NOT > WS-RUN-DATE
006970         AND TA-PAY-DATE > WS-CW-LAST-PAID
006980         MOVE TA-PAY-DATE TO WS-CW-LAST-PAID
006990     END-IF.
007000     PERFORM 2100-READ-SORTED-APL THRU 2100-EXIT.
007010 4250-EXIT.
007020     EXIT.

007021 4260-CHECK-REVERSED.
007022     MOVE 'N' TO WS-REVERSED-SW.
007023     PERFORM 4270-CHECK-ONE-REVERSAL THRU 4270-EXIT
007024         VARYING WS-REVERSED-IDX FROM 1 BY 1
007025         UNTIL WS-REVERSED-IDX > WS-REVERSED-COUNT
007026         OR CASH-WAS-REVERSED.
007027 4260-EXIT.
007028     EXIT.

007029 4270-CHECK-ONE-REVERSAL.
007030     IF WV-APPLY-DATE (WS-REVERSED-IDX) = TA-APPLY-DATE
007031         AND WV-PAY-SEQ (WS-REVERSED-IDX) = TA-PAY-SEQ
007032         AND WV-CUSTOMER-ID (WS-REVERSED-IDX) = TA-CUSTOMER-ID
007033         AND WV-INVOICE-NO (WS-REVERSED-IDX) = TA-INVOICE-NO
007034         SET CASH-WAS-REVERSED TO TRUE
007035     END-IF.
007036 4270-EXIT.
007037     EXIT.

007038*----------------------------------------------------------*
007040* 4300-GATHER-CONTACTS - KEEP THE LAST WS-LOG-LINES        *
007050* CONTACTS, THE FOLLOW-UP DATE SET BY THE LAST CONTACT,    *
007060* AND THE LAST PROMISE TO PAY LOGGED.  A CONTACT DATED     *
007070* AFTER THE RUN DATE IS PASSED OVER.                       *
007080*----------------------------------------------------------*
007090 4300-GATHER-CONTACTS.
007100     MOVE ZERO TO WS-CW-LOG-COUNT.
007110     MOVE ZERO TO WS-CW-FOLLOWUP-DATE.
007120     MOVE ZERO TO WS-CW-LOG-PROMISE-DATE.
007130     MOVE ZERO TO WS-CW-LOG-PROMISE-MADE.
007140     PERFORM 2200-READ-SORTED-CNT THRU 2200-EXIT
007150         UNTIL WS-CNT-CUSTOMER NOT < CUSTOMER-ID.
007160     PERFORM 4350-TAKE-ONE-CONTACT THRU 4350-EXIT
007170         UNTIL WS-CNT-CUSTOMER NOT = CUSTOMER-ID.
007180 4300-EXIT.
007190     EXIT.

007200 4350-TAKE-ONE-CONTACT.
007210     IF TC-CONTACT-DATE NUMERIC
007220         AND TC-CONTACT-DATE NOT > WS-RUN-DATE
007230         PERFORM 4360-KEEP-CONTACT THRU 4360-EXIT
007240         IF TC-FOLLOWUP-DATE NUMERIC
007250             MOVE TC-FOLLOWUP-DATE TO WS-CW-FOLLOWUP-DATE
007260         ELSE
007270             MOVE ZERO TO WS-CW-FOLLOWUP-DATE
007280         END-IF
007290         IF TC-PROMISE-TO-PAY
007300             MOVE WS-CW-FOLLOWUP-DATE TO WS-CW-LOG-PROMISE-DATE
007310             MOVE TC-CONTACT-DATE     TO WS-CW-LOG-PROMISE-MADE
007320         END-IF
007330     END-IF.
007340     PERFORM 2200-READ-SORTED-CNT THRU 2200-EXIT.
007350 4350-EXIT.
007360     EXIT.

007370*----------------------------------------------------------*
007380* 4360-KEEP-CONTACT - ADD THE CONTACT TO THE END OF THE    *
007390* TABLE, FIRST DROPPING THE OLDEST ONE IF THE TABLE        *
007400* ALREADY HOLDS WS-LOG-LINES.                              *
007410*----------------------------------------------------------*
007420 4360-KEEP-CONTACT.
007430     IF WS-CW-LOG-COUNT NOT < WS-LOG-LINES
007440         PERFORM 4370-SHIFT-CONTACT THRU 4370-EXIT
007450             VARYING WS-LOG-SUB FROM 1 BY 1
007460             UNTIL WS-LOG-SUB NOT < WS-CW-LOG-COUNT
007470     ELSE
007480         ADD 1 TO WS-CW-LOG-COUNT
007490     END-IF.
007500     MOVE TC-CONTACT-DATE    TO WS-LG-DATE (WS-CW-LOG-COUNT).
007510     MOVE TC-CONTACT-TIME    TO WS-LG-TIME (WS-CW-LOG-COUNT).
007520     MOVE TC-COLLECTOR-ID    TO WS-LG-COLLECTOR (WS-CW-LOG-COUNT).
007530     MOVE TC-OUTCOME-CODE    TO WS-LG-OUTCOME (WS-CW-LOG-COUNT).
007540     MOVE TC-FOLLOWUP-DATE   TO WS-LG-FOLLOWUP (WS-CW-LOG-COUNT).
007550     MOVE TC-NOTE            TO WS-LG-NOTE (WS-CW-LOG-COUNT).
007560     IF TC-PROMISE-AMOUNT NUMERIC
007570         MOVE TC-PROMISE-AMOUNT TO WS-LG-AMOUNT (WS-CW-LOG-COUNT)
007580     ELSE
007590         MOVE ZERO TO WS-LG-AMOUNT (WS-CW-LOG-COUNT)
007600     END-IF.
007610 4360-EXIT.
007620     EXIT.

007630 4370-SHIFT-CONTACT.
007640     MOVE WS-LOG-ENTRY (WS-LOG-SUB + 1)
007650         TO WS-LOG-ENTRY (WS-LOG-SUB).
007660 4370-EXIT.
007670     EXIT.

007680*----------------------------------------------------------*
007690* 4400-SET-PROMISE - THE PROMISE IN FORCE IS THE LATER OF  *
007700* THE MASTER'S PROMISE-DATE AND THE LAST PROMISE LOGGED,   *
007710* THE LOGGED ONE WINNING A TIE.  A LOGGED PROMISE WAS MADE *
007720* ON THE DAY OF THE CALL; ONE KEYED ONLY ON THE MASTER IS  *
007730* TAKEN AS MADE WS-PROMISE-DAYS BEFORE ITS DATE.  A        *
007740* PROMISE WHOSE DATE HAS PASSED WITH NO PAYMENT SINCE IT   *
007750* WAS MADE IS BROKEN - A CHECK THAT CAME BACK UNPAID IS NO *
007755* PAYMENT.                                                 *
007760*----------------------------------------------------------*
007770 4400-SET-PROMISE.
007780     MOVE ZERO TO WS-CW-PROMISE-DATE.
007790     MOVE ZERO TO WS-CW-PROMISE-MADE.
007800     MOVE 'N'  TO WS-CW-BROKEN-SW.
007810     IF PROMISE-DATE NUMERIC
007820         AND PROMISE-DATE > ZERO
007830         MOVE PROMISE-DATE TO WS-CW-PROMISE-DATE
007840         MOVE PROMISE-DATE TO WS-DTN-DATE
007850         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
007860         SUBTRACT WS-PROMISE-DAYS FROM WS-DTN-DAY-NO
007870         PERFORM 8850-DAY-NUMBER-TO-DATE THRU 8850-EXIT
007880         MOVE WS-DTN-DATE TO WS-CW-PROMISE-MADE
007890     END-IF.
007900     IF WS-CW-LOG-PROMISE-DATE > ZERO
007910         AND WS-CW-LOG-PROMISE-DATE NOT < WS-CW-PROMISE-DATE
007920         MOVE WS-CW-LOG-PROMISE-DATE TO WS-CW-PROMISE-DATE
007930         MOVE WS-CW-LOG-PROMISE-MADE TO WS-CW-PROMISE-MADE
007940     END-IF.
007950     IF WS-CW-PROMISE-DATE > ZERO
007960         AND WS-CW-PROMISE-DATE < WS-RUN-DATE
007970         AND WS-CW-LAST-PAID < WS-CW-PROMISE-MADE
007980         SET CW-PROMISE-BROKEN TO TRUE
007990     END-IF.
008000 4400-EXIT.
008010     EXIT.

008020*----------------------------------------------------------*
008030* 4500-SELECT-ACCOUNT - A PAST-DUE ACCOUNT GOES ON THE     *
008040* WORKLIST UNLESS ITS PROMISE DATE IS TODAY OR LATER, OR   *
008050* ITS LAST CONTACT ASKED FOR A CALL BACK AFTER TODAY.      *
008060*----------------------------------------------------------*
008070 4500-SELECT-ACCOUNT.
008080     IF WS-CW-PAST-DUE > ZERO
008090         ADD 1 TO WS-PAST-DUE-COUNT
008100         IF WS-CW-PROMISE-DATE NOT < WS-RUN-DATE
008110             ADD 1 TO WS-PROMISE-SKIP-COUNT
008120         ELSE
008130             IF WS-CW-FOLLOWUP-DATE > WS-RUN-DATE
008140                 ADD 1 TO WS-FOLLOWUP-SKIP-COUNT
008150             ELSE
008160                 PERFORM 4600-WRITE-CANDIDATE THRU 4600-EXIT
008170             END-IF
008180         END-IF
008190     END-IF.
008200 4500-EXIT.
008210     EXIT.

008220 4600-WRITE-CANDIDATE.
008230     MOVE SPACES              TO CANDIDATE-RECORD.
008240     MOVE COLLECTOR-ID        TO CA-COLLECTOR-ID.
008250     MOVE WS-CW-PAST-DUE      TO CA-PAST-DUE.
008260     MOVE WS-CW-OLDEST-DAYS   TO CA-OLDEST-DAYS.
008270     MOVE CUSTOMER-ID         TO CA-CUSTOMER-ID.
008280     MOVE CUSTOMER-NAME       TO CA-CUSTOMER-NAME.
008290     MOVE CURRENCY-CODE       TO CA-CURRENCY-CODE.
008300     MOVE ZERO                TO CA-BALANCE.
008310     MOVE ZERO                TO CA-CREDIT-LIMIT.
008320     IF BALANCE NUMERIC
008330         MOVE BALANCE         TO CA-BALANCE
008340     END-IF.
008350     IF CREDIT-LIMIT NUMERIC
008360         MOVE CREDIT-LIMIT    TO CA-CREDIT-LIMIT
008370     END-IF.
008380     MOVE HOLD-CODE           TO CA-HOLD-CODE.
008390     MOVE WS-CW-PROMISE-DATE  TO CA-PROMISE-DATE.
008400     MOVE WS-CW-LAST-PAID     TO CA-LAST-PAID-DATE.
008410     MOVE WS-CW-BROKEN-SW     TO CA-BROKEN-SW.
008420     IF CA-BALANCE > CA-CREDIT-LIMIT
008430         MOVE 'Y'             TO CA-OVER-LIMIT-SW
008440     ELSE
008450         MOVE 'N'             TO CA-OVER-LIMIT-SW
008460     END-IF.
008470     MOVE WS-CW-LOG-COUNT     TO CA-LOG-COUNT.
008480     PERFORM 4650-MOVE-LOG-ENTRY THRU 4650-EXIT
008490         VARYING WS-LOG-SUB FROM 1 BY 1
008500         UNTIL WS-LOG-SUB > WS-CW-LOG-COUNT.
008510     WRITE CANDIDATE-RECORD.
008520     ADD 1 TO WS-LISTED-COUNT.
008530     IF CW-PROMISE-BROKEN
008540         ADD 1 TO WS-BROKEN-COUNT
008550     END-IF.
008560 4600-EXIT.
008570     EXIT.

008580*----------------------------------------------------------*
008590* 4650-MOVE-LOG-ENTRY - THE TABLE IS OLDEST FIRST; THE     *
008600* CANDIDATE CARRIES THE ENTRIES MOST RECENT FIRST.         *
008610*----------------------------------------------------------*
008620 4650-MOVE-LOG-ENTRY.
008630     COMPUTE WS-LOG-FROM = WS-CW-LOG-COUNT - WS-LOG-SUB + 1.
008640     MOVE WS-LOG-ENTRY (WS-LOG-FROM)
008650         TO CA-LOG-ENTRY (WS-LOG-SUB).
008660 4650-EXIT.
008670     EXIT.

008680*----------------------------------------------------------*
008690* 5000-SORT-CANDIDATES - INTO COLLECTOR ORDER, AND WITHIN  *
008700* EACH COLLECTOR THE LARGEST PAST-DUE AMOUNT FIRST, THE    *
008710* OLDEST FIRST ON A TIE.  UNASSIGNED ACCOUNTS SORT AHEAD   *
008720* OF EVERY COLLECTOR.                                      *
008730*----------------------------------------------------------*
008740 5000-SORT-CANDIDATES.
008750     CLOSE CANDIDATE-FILE.
008760     SORT SORT-CAND-WORK-FILE
008770         ON ASCENDING KEY SW-COLLECTOR-ID
008780         ON DESCENDING KEY SW-PAST-DUE
008790         ON DESCENDING KEY SW-OLDEST-DAYS
008800         ON ASCENDING KEY SW-CUSTOMER-ID
008810         USING CANDIDATE-FILE
008820         GIVING SORTED-CAND-FILE.
008830 5000-EXIT.
008840     EXIT.

008850*----------------------------------------------------------*
008860* 6000-PRINT-WORKLIST - ONE SECTION PER COLLECTOR, EACH    *
008870* ACCOUNT FOLLOWED BY ITS LAST CONTACTS                    *
008880*----------------------------------------------------------*
008890 6000-PRINT-WORKLIST.
008900     OPEN INPUT SORTED-CAND-FILE.
008910     PERFORM 6050-READ-CANDIDATE THRU 6050-EXIT.
008920     PERFORM 6100-PRINT-ACCOUNT THRU 6100-EXIT
008930         UNTIL CAND-EOF.
008940     IF NOT FIRST-QUEUE
008950         PERFORM 6250-END-QUEUE THRU 6250-EXIT
008960     END-IF.
008970     CLOSE SORTED-CAND-FILE.
008980 6000-EXIT.
008990     EXIT.

009000 6050-READ-CANDIDATE.
009010     READ SORTED-CAND-FILE
009020         AT END MOVE 'Y' TO WS-CAND-EOF
009030     END-READ.
009040 6050-EXIT.
009050     EXIT.

009060 6100-PRINT-ACCOUNT.
009070     IF FIRST-QUEUE
009080         OR TW-COLLECTOR-ID NOT = WS-PREV-COLLECTOR
009090         PERFORM 6200-START-QUEUE THRU 6200-EXIT
009100     END-IF.
009110     ADD 1 TO WS-RANK.
009120     MOVE SPACES              TO WS-DETAIL-LINE.
009130     MOVE WS-RANK             TO DL-RANK.
009140     MOVE TW-CUSTOMER-ID      TO DL-CUSTOMER-ID.
009150     MOVE TW-CUSTOMER-NAME    TO DL-CUSTOMER-NAME.
009160     MOVE TW-CURRENCY-CODE    TO DL-CURRENCY-CODE.
009170     MOVE TW-PAST-DUE         TO DL-PAST-DUE.
009180     MOVE TW-OLDEST-DAYS      TO DL-OLDEST-DAYS.
009190     MOVE TW-BALANCE          TO DL-BALANCE.
009200     IF TW-PROMISE-DATE > ZERO
009210         MOVE TW-PROMISE-DATE TO DL-PROMISE-DATE
009220     END-IF.
009230     IF TW-LAST-PAID-DATE > ZERO
009240         MOVE TW-LAST-PAID-DATE TO DL-LAST-PAID-DATE
009250     END-IF.
009260     MOVE TW-HOLD-CODE        TO DL-HOLD-CODE.
009270     EVALUATE TRUE
009280         WHEN TW-PROMISE-BROKEN AND TW-OVER-LIMIT
009290             MOVE "BROKEN PROMISE  OVER LIMIT" TO DL-FLAGS
009300         WHEN TW-PROMISE-BROKEN
009310             MOVE "BROKEN PROMISE" TO DL-FLAGS
009320         WHEN TW-OVER-LIMIT
009330             MOVE "OVER LIMIT"     TO DL-FLAGS
009340     END-EVALUATE.
009350     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
009360     IF TW-LOG-COUNT = ZERO
009370         WRITE RPT-RECORD FROM WS-NO-LOG-LINE
009380     ELSE
009390         PERFORM 6150-PRINT-LOG-LINE THRU 6150-EXIT
009400             VARYING WS-LOG-SUB FROM 1 BY 1
009410             UNTIL WS-LOG-SUB > TW-LOG-COUNT
009420     END-IF.
009430     WRITE RPT-RECORD FROM WS-BLANK-LINE.
009440     PERFORM 6050-READ-CANDIDATE THRU 6050-EXIT.
009450 6100-EXIT.
009460     EXIT.

009470 6150-PRINT-LOG-LINE.
009480     MOVE TW-LOG-DATE (WS-LOG-SUB)      TO LL-CONTACT-DATE.
009490     MOVE TW-LOG-TIME (WS-LOG-SUB)      TO LL-CONTACT-TIME.
009500     MOVE TW-LOG-COLLECTOR (WS-LOG-SUB) TO LL-COLLECTOR-ID.
009510     MOVE TW-LOG-OUTCOME (WS-LOG-SUB)   TO LL-OUTCOME-CODE.
009520     MOVE TW-LOG-AMOUNT (WS-LOG-SUB)    TO LL-PROMISE-AMOUNT.
009530     IF TW-LOG-FOLLOWUP (WS-LOG-SUB) > ZERO
009540         MOVE TW-LOG-FOLLOWUP (WS-LOG-SUB) TO LL-FOLLOWUP-DATE
009550     ELSE
009560         MOVE SPACES TO LL-FOLLOWUP-DATE
009570     END-IF.
009580     MOVE TW-LOG-NOTE (WS-LOG-SUB)      TO LL-NOTE.
009590     WRITE RPT-RECORD FROM WS-LOG-LINE.
009600 6150-EXIT.
009610     EXIT.

009620*----------------------------------------------------------*
009630* 6200-START-QUEUE - CLOSE OFF THE PREVIOUS COLLECTOR'S    *
009640* QUEUE AND HEAD UP THE NEXT ONE                           *
009650*----------------------------------------------------------*
009660 6200-START-QUEUE.
009670     IF NOT FIRST-QUEUE
009680         PERFORM 6250-END-QUEUE THRU 6250-EXIT
009690     END-IF.
009700     MOVE 'N' TO WS-FIRST-QUEUE-SW.
009710     MOVE TW-COLLECTOR-ID TO WS-PREV-COLLECTOR.
009720     MOVE ZERO TO WS-RANK.
009730     ADD 1 TO WS-QUEUE-COUNT.
009740     IF TW-COLLECTOR-ID = SPACES
009750         MOVE "(UNASSIGNED)" TO QH-COLLECTOR-ID
009760     ELSE
009770         MOVE TW-COLLECTOR-ID TO QH-COLLECTOR-ID
009780     END-IF.
009790     WRITE RPT-RECORD FROM WS-QUEUE-HEADER-LINE.
009800     WRITE RPT-RECORD FROM WS-BLANK-LINE.
009810     WRITE RPT-RECORD FROM WS-DETAIL-HEADER.
009820 6200-EXIT.
009830     EXIT.

009840 6250-END-QUEUE.
009850     MOVE SPACES TO WS-SUMMARY-LINE.
009860     MOVE "ACCOUNTS IN QUEUE" TO SL-LABEL.
009870     MOVE WS-RANK             TO SL-COUNT.
009880     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009890     WRITE RPT-RECORD FROM WS-BLANK-LINE.
009900 6250-EXIT.
009910     EXIT.

009920*----------------------------------------------------------*
009930* 7000-PRINT-SUMMARY - WRITE THE RUN COUNTS                *
009940*----------------------------------------------------------*
009950 7000-PRINT-SUMMARY.
009960     MOVE SPACES TO WS-SUMMARY-LINE.
009970     MOVE "CUSTOMERS READ"      TO SL-LABEL.
009980     MOVE WS-MASTER-COUNT       TO SL-COUNT.
009990     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

010000     MOVE SPACES TO WS-SUMMARY-LINE.
010010     MOVE "PAST DUE"            TO SL-LABEL.
010020     MOVE WS-PAST-DUE-COUNT     TO SL-COUNT.
010030     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

010040     MOVE SPACES TO WS-SUMMARY-LINE.
010050     MOVE "SKIPPED - PROMISE"   TO SL-LABEL.
010060     MOVE WS-PROMISE-SKIP-COUNT TO SL-COUNT.
010070     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

010080     MOVE SPACES TO WS-SUMMARY-LINE.
010090     MOVE "SKIPPED - FOLLOW-UP" TO SL-LABEL.
010100     MOVE WS-FOLLOWUP-SKIP-COUNT TO SL-COUNT.
010110     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

010120     MOVE SPACES TO WS-SUMMARY-LINE.
010130     MOVE "ON WORKLISTS"        TO SL-LABEL.
010140     MOVE WS-LISTED-COUNT       TO SL-COUNT.
010150     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

010160     MOVE SPACES TO WS-SUMMARY-LINE.
010170     MOVE "BROKEN PROMISES"     TO SL-LABEL.
010180     MOVE WS-BROKEN-COUNT       TO SL-COUNT.
010190     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

010200     MOVE SPACES TO WS-SUMMARY-LINE.
010210     MOVE "COLLECTOR QUEUES"    TO SL-LABEL.
010220     MOVE WS-QUEUE-COUNT        TO SL-COUNT.
010230     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

010240     DISPLAY "CUSTOMERS READ:      " WS-MASTER-COUNT.
010250     DISPLAY "PAST DUE:            " WS-PAST-DUE-COUNT.
010260     DISPLAY "SKIPPED - PROMISE:   " WS-PROMISE-SKIP-COUNT.
010270     DISPLAY "SKIPPED - FOLLOW-UP: " WS-FOLLOWUP-SKIP-COUNT.
010280     DISPLAY "ON WORKLISTS:        " WS-LISTED-COUNT.
010290     DISPLAY "BROKEN PROMISES:     " WS-BROKEN-COUNT.
010300 7000-EXIT.
010310     EXIT.

010320*----------------------------------------------------------*
010330* 8800-DATE-TO-DAY-NUMBER - CONVERT THE YYYYMMDD DATE IN   *
010340* WS-DTN-DATE TO A SERIAL DAY NUMBER IN WS-DTN-DAY-NO.     *
010350* THE YEAR IS SHIFTED TO START IN MARCH SO FEBRUARY'S LEAP *
010360* DAY FALLS AT THE END OF IT.                              *
010370*----------------------------------------------------------*
010380 8800-DATE-TO-DAY-NUMBER.
010390     ADD WS-DTN-MM, 9, GIVING WS-DTN-M.
010400     DIVIDE WS-DTN-M BY 12
010410         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
010420     DIVIDE WS-DTN-M-ADJ BY 10 GIVING WS-DTN-Q.
010430     SUBTRACT WS-DTN-Q FROM WS-DTN-YYYY GIVING WS-DTN-Y.
010440     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
010450     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
010460     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
010470     COMPUTE WS-DTN-M306 = WS-DTN-M-ADJ * 306 + 5.
010480     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
010490     COMPUTE WS-DTN-DAY-NO = 365 * WS-DTN-Y
010500         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400
010510         + WS-DTN-MDAYS + WS-DTN-DD - 1.
010520 8800-EXIT.
010530     EXIT.

010540*----------------------------------------------------------*
010550* 8850-DAY-NUMBER-TO-DATE - THE INVERSE OF 8800 - CONVERT  *
010560* THE SERIAL DAY NUMBER IN WS-DTN-DAY-NO BACK TO A         *
010570* YYYYMMDD DATE IN WS-DTN-DATE.                            *
010580*----------------------------------------------------------*
010590 8850-DAY-NUMBER-TO-DATE.
010600     COMPUTE WS-DTN-Y = (10000 * WS-DTN-DAY-NO + 14780) / 3652425.
010610     PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT.
010620     IF WS-DTN-DDD < ZERO
010630         SUBTRACT 1 FROM WS-DTN-Y
010640         PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT
010650     END-IF.
010660     COMPUTE WS-DTN-MI = (100 * WS-DTN-DDD + 52) / 3060.
010670     ADD WS-DTN-MI, 2, GIVING WS-DTN-M.
010680     DIVIDE WS-DTN-M BY 12
010690         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
010700     ADD WS-DTN-M-ADJ, 1, GIVING WS-DTN-MM.
010710     ADD WS-DTN-Y, WS-DTN-Q, GIVING WS-DTN-YYYY.
010720     COMPUTE WS-DTN-M306 = WS-DTN-MI * 306 + 5.
010730     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
010740     COMPUTE WS-DTN-DD = WS-DTN-DDD - WS-DTN-MDAYS + 1.
010750 8850-EXIT.
010760     EXIT.

010770 8860-DAYS-INTO-YEAR.
010780     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
010790     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
010800     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
010810     COMPUTE WS-DTN-DDD = WS-DTN-DAY-NO - (365 * WS-DTN-Y
010820         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400).
010830 8860-EXIT.
010840     EXIT.

010850*----------------------------------------------------------*
010860* 9000-TERMINATE - CLOSE FILES AND END THE RUN             *
010870*----------------------------------------------------------*
010880 9000-TERMINATE.
010890     CLOSE CUSTOMER-MASTER.
010900     CLOSE INVOICE-FILE.
010910     CLOSE SORTED-APL-FILE.
010920     CLOSE SORTED-CNT-FILE.
010930     CLOSE WORKLIST-RPT.
010940 9000-EXIT.
010950     EXIT.
