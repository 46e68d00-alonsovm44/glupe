000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HIER-AGING.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  HIERARCHY AGING REPORT  *
000220*                   FOR CUSTOMERS THAT ARE DIVISIONS OF ONE   *
000230*                   PARENT COMPANY (PARENT-ID ON THE CUSTOMER *
000240*                   MASTER).  EACH CUSTOMER IS AGED FROM ITS  *
000250*                   OPEN ITEMS BY DAYS PAST DUE, FALLING BACK *
000260*                   TO THE KEYED AGE-DAYS WHEN IT HAS NO OPEN *
000270*                   ITEMS, THE SAME WAY THE BALANCE JOB AGES  *
000280*                   ARDETAIL.RPT.  THE AGED CUSTOMERS ARE     *
000290*                   WRITTEN TO A WORK FILE UNDER THEIR FAMILY *
000300*                   AND SORTED, AND HIERAGE.RPT PRINTS EACH   *
000310*                   PARENT WITH ITS CHILDREN UNDERNEATH, THE  *
000320*                   FAMILY TOTAL BY BUCKET, AND THE FAMILY    *
000330*                   CREDIT LIMIT WITH AN OVER-LIMIT FLAG.  A  *
000340*                   CUSTOMER WITH NO PARENT AND NO CHILDREN   *
000350*                   IS LEFT OFF.  CHILDREN WHOSE PARENT IS    *
000360*                   NOT ON THE MASTER ARE STILL PRINTED,      *
000370*                   FLAGGED, AND END THE RUN WITH RETURN-CODE *
000380*                   4.                                        *
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS CUSTOMER-ID.
000470     SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVMAST.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS INV-ITEM-KEY.
000510     SELECT HIER-WORK-FILE   ASSIGN TO "HIERWORK.DAT".
000520     SELECT HIER-SORT-FILE   ASSIGN TO "HIERSORT.DAT".
000530     SELECT HIER-RPT         ASSIGN TO "HIERAGE.RPT".
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CUSTOMER-MASTER
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 180 CHARACTERS.
000590     COPY CUSTREC.

000600*----------------------------------------------------------*
000610* INVOICE-FILE - READ SEQUENTIALLY IT DELIVERS EVERY OPEN  *
000620* ITEM IN CUSTOMER-ID PLUS INVOICE-NUMBER ORDER, SO THE    *
000630* MATCH TO THE CUSTOMER MASTER NEEDS NO SORT STEP.         *
000640*----------------------------------------------------------*
000650 FD  INVOICE-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 69 CHARACTERS.
000680     COPY INVREC.

000690*----------------------------------------------------------*
000700* HIER-WORK-FILE - ONE RECORD PER AGED CUSTOMER, FILED     *
000710* UNDER ITS FAMILY: THE PARENT-ID, OR ITS OWN CUSTOMER-ID  *
000720* WHEN IT HAS NONE.  LEVEL 0 IS THE HEAD OF THE FAMILY AND *
000730* CARRIES THE LIMIT THE FAMILY IS HELD TO; LEVEL 1 IS A    *
000740* CHILD.                                                   *
000750*----------------------------------------------------------*
000760 FD  HIER-WORK-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  HIER-WORK-RECORD.
000790     05  HW-FAMILY-ID        PIC X(10).
000800     05  HW-LEVEL            PIC X(01).
000810     05  HW-CUSTOMER-ID      PIC X(10).
000820     05  HW-CUSTOMER-NAME    PIC X(20).
000830     05  HW-CURRENCY-CODE    PIC X(03).
000840     05  HW-BALANCE          PIC 9(5)V99.
000850     05  HW-BKT-CURRENT      PIC 9(7)V99.
000860     05  HW-BKT-30           PIC 9(7)V99.
000870     05  HW-BKT-60           PIC 9(7)V99.
000880     05  HW-BKT-90           PIC 9(7)V99.
000890     05  HW-CREDIT-LIMIT     PIC 9(5)V99.
000900     05  HW-FAMILY-LIMIT     PIC 9(7)V99.

000910 SD  HIER-SORT-FILE.
000920 01  HIER-SORT-RECORD.
000930     05  HS-FAMILY-ID        PIC X(10).
000940     05  HS-LEVEL            PIC X(01).
000950         88  HS-FAMILY-HEAD              VALUE "0".
000960     05  HS-CUSTOMER-ID      PIC X(10).
000970     05  HS-CUSTOMER-NAME    PIC X(20).
000980     05  HS-CURRENCY-CODE    PIC X(03).
000990     05  HS-BALANCE          PIC 9(5)V99.
001000     05  HS-BKT-CURRENT      PIC 9(7)V99.
001010     05  HS-BKT-30           PIC 9(7)V99.
001020     05  HS-BKT-60           PIC 9(7)V99.
001030     05  HS-BKT-90           PIC 9(7)V99.
001040     05  HS-CREDIT-LIMIT     PIC 9(5)V99.
001050     05  HS-FAMILY-LIMIT     PIC 9(7)V99.

001060 FD  HIER-RPT
001070     LABEL RECORDS ARE OMITTED.
001080 01  RPT-RECORD               PIC X(132).

001090 WORKING-STORAGE SECTION.
001100 77  WS-MASTER-EOF            PIC X       VALUE 'N'.
001110     88  MASTER-EOF                       VALUE 'Y'.
001120 77  WS-INV-EOF               PIC X       VALUE 'N'.
001130     88  INV-EOF                          VALUE 'Y'.
001140 77  WS-SORT-EOF              PIC X       VALUE 'N'.
001150     88  SORT-EOF                         VALUE 'Y'.
001160 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
001170 77  WS-TODAY-DAY-NO          PIC 9(7) COMP VALUE ZERO.
001180 77  WS-INV-AGE-DAYS          PIC S9(5) COMP VALUE ZERO.
001190 77  WS-CUST-INV-COUNT        PIC 9(5) COMP VALUE ZERO.
001200 77  WS-CUST-BKT-CURRENT      PIC 9(7)V99 VALUE ZERO.
001210 77  WS-CUST-BKT-30           PIC 9(7)V99 VALUE ZERO.
001220 77  WS-CUST-BKT-60           PIC 9(7)V99 VALUE ZERO.
001230 77  WS-CUST-BKT-90           PIC 9(7)V99 VALUE ZERO.
001240 77  WS-CUSTOMER-COUNT        PIC 9(7) COMP VALUE ZERO.
001250 77  WS-ORPHAN-INV-COUNT      PIC 9(7) COMP VALUE ZERO.
001260 77  WS-FAMILY-COUNT          PIC 9(7) COMP VALUE ZERO.
001270 77  WS-MEMBER-COUNT          PIC 9(7) COMP VALUE ZERO.
001280 77  WS-OVER-FAMILY-COUNT     PIC 9(7) COMP VALUE ZERO.
001290 77  WS-NO-PARENT-COUNT       PIC 9(7) COMP VALUE ZERO.
001300 77  WS-OTHER-CCY-COUNT       PIC 9(7) COMP VALUE ZERO.

001310*----------------------------------------------------------*
001320* WS-FAMILY - THE FAMILY BEING PRINTED.  THE HEAD IS HELD  *
001330* BACK UNTIL A SECOND MEMBER TURNS UP, SO A CUSTOMER WITH  *
001340* NO CHILDREN NEVER PRINTS.                                *
001350*----------------------------------------------------------*
001360 01  WS-FAMILY.
001370     05  WS-FAM-ID            PIC X(10)   VALUE SPACES.
001380     05  WS-FAM-HEAD-SW       PIC X       VALUE 'N'.
001390         88  FAM-HEAD-PRESENT             VALUE 'Y'.
001400     05  WS-FAM-PRINTED-SW    PIC X       VALUE 'N'.
001410         88  FAM-PRINTED                  VALUE 'Y'.
001420     05  WS-FAM-CURRENCY      PIC X(03)   VALUE SPACES.
001430     05  WS-FAM-LIMIT         PIC 9(7)V99 VALUE ZERO.
001440     05  WS-FAM-MEMBERS       PIC 9(5) COMP VALUE ZERO.
001450     05  WS-FAM-BALANCE       PIC 9(7)V99 VALUE ZERO.
001460     05  WS-FAM-BKT-CURRENT   PIC 9(7)V99 VALUE ZERO.
001470     05  WS-FAM-BKT-30        PIC 9(7)V99 VALUE ZERO.
001480     05  WS-FAM-BKT-60        PIC 9(7)V99 VALUE ZERO.
001490     05  WS-FAM-BKT-90        PIC 9(7)V99 VALUE ZERO.
001500     05  WS-FAM-OVER-AMOUNT   PIC 9(7)V99 VALUE ZERO.
001510     05  WS-HELD-HEAD         PIC X(103)  VALUE SPACES.
001520     05  WS-HOLD-CHILD        PIC X(103)  VALUE SPACES.

001530*----------------------------------------------------------*
001540* DATE-TO-DAY-NUMBER WORK FIELDS - CONVERT A YYYYMMDD DATE *
001550* TO A SERIAL DAY NUMBER SO TWO DATES CAN BE SUBTRACTED.   *
001560*----------------------------------------------------------*
001570 01  WS-DTN-FIELDS.
001580     05  WS-DTN-DATE         PIC 9(08)   VALUE ZERO.
001590     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
001600         10  WS-DTN-YYYY     PIC 9(04).
001610         10  WS-DTN-MM       PIC 9(02).
001620         10  WS-DTN-DD       PIC 9(02).
001630     05  WS-DTN-M            PIC 9(4) COMP VALUE ZERO.
001640     05  WS-DTN-M-ADJ        PIC 9(4) COMP VALUE ZERO.
001650     05  WS-DTN-Q            PIC 9(4) COMP VALUE ZERO.
001660     05  WS-DTN-Y            PIC 9(4) COMP VALUE ZERO.
001670     05  WS-DTN-Y4           PIC 9(4) COMP VALUE ZERO.
001680     05  WS-DTN-Y100         PIC 9(4) COMP VALUE ZERO.
001690     05  WS-DTN-Y400         PIC 9(4) COMP VALUE ZERO.
001700     05  WS-DTN-M306         PIC 9(5) COMP VALUE ZERO.
001710     05  WS-DTN-MDAYS        PIC 9(4) COMP VALUE ZERO.
001720     05  WS-DTN-DAY-NO       PIC 9(7) COMP VALUE ZERO.

001730 01  WS-RPT-HEADER-LINE.
001740     05  FILLER              PIC X(40) VALUE
001750         "CUSTOMER HIERARCHY AGING REPORT".
001760     05  FILLER              PIC X(10) VALUE "RUN DATE".
001770     05  RH-RUN-DATE         PIC 9(8).
001780     05  FILLER              PIC X(74) VALUE SPACES.

001790 01  WS-COLUMN-HEADER-LINE.
001800     05  FILLER              PIC X(12) VALUE "CUST ID".
001810     05  FILLER              PIC X(21) VALUE "CUSTOMER NAME".
001820     05  FILLER              PIC X(04) VALUE "CUR".
001830     05  FILLER              PIC X(13) VALUE "     BALANCE".
001840     05  FILLER              PIC X(13) VALUE "     CURRENT".
001850     05  FILLER              PIC X(13) VALUE "       30-59".
001860     05  FILLER              PIC X(13) VALUE "       60-89".
001870     05  FILLER              PIC X(13) VALUE "         90+".
001880     05  FILLER              PIC X(13) VALUE "CREDIT LIMIT".
001890     05  FILLER              PIC X(17) VALUE "FLAG".

001900 01  WS-FAMILY-HEADER-LINE.
001910     05  FILLER              PIC X(08) VALUE "PARENT".
001920     05  FH-FAMILY-ID        PIC X(10).
001930     05  FILLER              PIC X(02) VALUE SPACES.
001940     05  FH-FAMILY-TEXT      PIC X(40).
001950     05  FILLER              PIC X(72) VALUE SPACES.

001960 01  WS-MEMBER-LINE.
001970     05  ML-ID-AREA          PIC X(12).
001980     05  FILLER              PIC X(01) VALUE SPACES.
001990     05  ML-CUSTOMER-NAME    PIC X(20).
002000     05  FILLER              PIC X(01) VALUE SPACES.
002010     05  ML-CURRENCY-CODE    PIC X(03).
002020     05  FILLER              PIC X(01) VALUE SPACES.
002030     05  ML-BALANCE          PIC Z,ZZZ,ZZ9.99.
002040     05  FILLER              PIC X(01) VALUE SPACES.
002050     05  ML-BKT-CURRENT      PIC Z,ZZZ,ZZ9.99.
002060     05  FILLER              PIC X(01) VALUE SPACES.
002070     05  ML-BKT-30           PIC Z,ZZZ,ZZ9.99.
002080     05  FILLER              PIC X(01) VALUE SPACES.
002090     05  ML-BKT-60           PIC Z,ZZZ,ZZ9.99.
002100     05  FILLER              PIC X(01) VALUE SPACES.
002110     05  ML-BKT-90           PIC Z,ZZZ,ZZ9.99.
002120     05  FILLER              PIC X(01) VALUE SPACES.
002130     05  ML-LIMIT            PIC Z,ZZZ,ZZ9.99.
002140     05  FILLER              PIC X(01) VALUE SPACES.
002150     05  ML-FLAG             PIC X(16).

002160 01  WS-OVER-LINE.
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  FILLER              PIC X(30) VALUE
002190         "FAMILY OVER LIMIT BY".
002200     05  OV-OVER-AMOUNT      PIC Z,ZZZ,ZZ9.99.
002210     05  FILLER              PIC X(88) VALUE SPACES.

002220 01  WS-BANNER-LINE-1.
002230     05  FILLER              PIC X(132) VALUE ALL "*".

002240 01  WS-COUNT-LINE.
002250     05  FILLER              PIC X(04) VALUE SPACES.
002260     05  CN-LABEL            PIC X(34).
002270     05  CN-COUNT            PIC ZZZ,ZZ9.
002280     05  FILLER              PIC X(87) VALUE SPACES.

002290 PROCEDURE DIVISION.

002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
002330     PERFORM 2500-READ-INVOICE THRU 2500-EXIT.
002340     PERFORM 4000-AGE-ONE-CUSTOMER THRU 4000-EXIT
002350         UNTIL MASTER-EOF.
002360     PERFORM 4900-COUNT-TRAILING-ORPHANS THRU 4900-EXIT.
002370     PERFORM 6000-SORT-HIERARCHY-RPT THRU 6000-EXIT.
002380     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     STOP RUN.

002410*----------------------------------------------------------*
002420* 1000-INITIALIZE - OPEN FILES AND WRITE REPORT HEADINGS   *
002430*----------------------------------------------------------*
002440 1000-INITIALIZE.
002450     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002460     MOVE WS-SYSTEM-DATE TO WS-DTN-DATE.
002470     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
002480     MOVE WS-DTN-DAY-NO TO WS-TODAY-DAY-NO.
002490     OPEN INPUT  CUSTOMER-MASTER.
002500     OPEN INPUT  INVOICE-FILE.
002510     OPEN OUTPUT HIER-WORK-FILE.
002520     OPEN OUTPUT HIER-RPT.
002530     MOVE WS-SYSTEM-DATE TO RH-RUN-DATE.
002540     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
002550     WRITE RPT-RECORD FROM WS-COLUMN-HEADER-LINE.
002560 1000-EXIT.
002570     EXIT.

002580 2000-READ-MASTER.
002590     READ CUSTOMER-MASTER
002600         AT END MOVE 'Y' TO WS-MASTER-EOF
002610     END-READ.
002620 2000-EXIT.
002630     EXIT.

002640 2500-READ-INVOICE.
002650     READ INVOICE-FILE
002660         AT END MOVE 'Y' TO WS-INV-EOF
002670     END-READ.
002680 2500-EXIT.
002690     EXIT.

002700*----------------------------------------------------------*
002710* 4000-AGE-ONE-CUSTOMER - SKIP ANY OPEN ITEMS AHEAD OF     *
002720* THIS CUSTOMER, AGE THE CUSTOMER'S OWN ITEMS (OR ITS      *
002730* KEYED AGE-DAYS WHEN IT HAS NONE), AND FILE THE RESULT    *
002740* UNDER ITS FAMILY                                         *
002750*----------------------------------------------------------*
002760 4000-AGE-ONE-CUSTOMER.
002770     ADD 1 TO WS-CUSTOMER-COUNT.
002780     MOVE ZERO TO WS-CUST-BKT-CURRENT.
002790     MOVE ZERO TO WS-CUST-BKT-30.
002800     MOVE ZERO TO WS-CUST-BKT-60.
002810     MOVE ZERO TO WS-CUST-BKT-90.
002820     MOVE ZERO TO WS-CUST-INV-COUNT.
002830     PERFORM 4100-SKIP-ORPHAN-INVOICE THRU 4100-EXIT
002840         UNTIL INV-EOF
002850         OR INV-CUSTOMER-ID NOT < CUSTOMER-ID.
002860     PERFORM 4200-AGE-ONE-INVOICE THRU 4200-EXIT
002870         UNTIL INV-EOF
002880         OR INV-CUSTOMER-ID NOT = CUSTOMER-ID.
002890     IF WS-CUST-INV-COUNT = ZERO
002900         PERFORM 4300-AGE-BY-AGE-DAYS THRU 4300-EXIT
002910     END-IF.
002920     PERFORM 4500-WRITE-HIER-WORK THRU 4500-EXIT.
002930     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
002940 4000-EXIT.
002950     EXIT.

002960 4100-SKIP-ORPHAN-INVOICE.
002970     ADD 1 TO WS-ORPHAN-INV-COUNT.
002980     PERFORM 2500-READ-INVOICE THRU 2500-EXIT.
002990 4100-EXIT.
003000     EXIT.

003010*----------------------------------------------------------*
003020* 4200-AGE-ONE-INVOICE - AGE ONE OPEN ITEM BY DAYS PAST    *
003030* ITS DUE DATE INTO THE CUSTOMER'S BUCKETS.  AN ITEM WITH  *
003040* AN UNREADABLE AMOUNT IS LEFT FOR INTEG-SWEEP TO REPORT.  *
003050*----------------------------------------------------------*
003060 4200-AGE-ONE-INVOICE.
003070     IF INV-OPEN-AMOUNT NUMERIC
003080         ADD 1 TO WS-CUST-INV-COUNT
003090         IF INV-DUE-DATE NUMERIC AND INV-DUE-DATE > ZERO
003100             MOVE INV-DUE-DATE TO WS-DTN-DATE
003110             PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
003120             COMPUTE WS-INV-AGE-DAYS =
003130                 WS-TODAY-DAY-NO - WS-DTN-DAY-NO
003140         ELSE
003150             MOVE ZERO TO WS-INV-AGE-DAYS
003160         END-IF
003170         IF WS-INV-AGE-DAYS > 89
003180             ADD INV-OPEN-AMOUNT TO WS-CUST-BKT-90
003190         ELSE
003200             IF WS-INV-AGE-DAYS > 59
003210                 ADD INV-OPEN-AMOUNT TO WS-CUST-BKT-60
003220             ELSE
003230                 IF WS-INV-AGE-DAYS > 29
003240                     ADD INV-OPEN-AMOUNT TO WS-CUST-BKT-30
003250                 ELSE
003260                     ADD INV-OPEN-AMOUNT TO WS-CUST-BKT-CURRENT
003270                 END-IF
003280             END-IF
003290         END-IF
003300     END-IF.
003310     PERFORM 2500-READ-INVOICE THRU 2500-EXIT.
003320 4200-EXIT.
003330     EXIT.

003340 4300-AGE-BY-AGE-DAYS.
003350     IF BALANCE NUMERIC AND AGE-DAYS NUMERIC
003360         IF AGE-DAYS > 89
003370             ADD BALANCE TO WS-CUST-BKT-90
003380         ELSE
003390             IF AGE-DAYS > 59
003400                 ADD BALANCE TO WS-CUST-BKT-60
003410             ELSE
003420                 IF AGE-DAYS > 29
003430                     ADD BALANCE TO WS-CUST-BKT-30
003440                 ELSE
003450                     ADD BALANCE TO WS-CUST-BKT-CURRENT
003460                 END-IF
003470             END-IF
003480         END-IF
003490     END-IF.
003500 4300-EXIT.
003510     EXIT.

003520*----------------------------------------------------------*
003530* 4500-WRITE-HIER-WORK - FILE THE AGED CUSTOMER UNDER ITS  *
003540* FAMILY.  A CUSTOMER WITH NO PARENT HEADS ITS OWN FAMILY  *
003550* AND CARRIES THE FAMILY LIMIT - FAMILY-CREDIT-LIMIT, OR   *
003560* ITS OWN CREDIT-LIMIT WHEN THAT IS ZERO OR NOT YET SET.   *
003570*----------------------------------------------------------*
003580 4500-WRITE-HIER-WORK.
003590     MOVE SPACES              TO HIER-WORK-RECORD.
003600     IF PARENT-ID = SPACES
003610         MOVE CUSTOMER-ID     TO HW-FAMILY-ID
003620         MOVE "0"             TO HW-LEVEL
003630         IF FAMILY-CREDIT-LIMIT NUMERIC
003640             AND FAMILY-CREDIT-LIMIT > ZERO
003650             MOVE FAMILY-CREDIT-LIMIT TO HW-FAMILY-LIMIT
003660         ELSE
003670             IF CREDIT-LIMIT NUMERIC
003680                 MOVE CREDIT-LIMIT TO HW-FAMILY-LIMIT
003690             ELSE
003700                 MOVE ZERO    TO HW-FAMILY-LIMIT
003710             END-IF
003720         END-IF
003730     ELSE
003740         MOVE PARENT-ID       TO HW-FAMILY-ID
003750         MOVE "1"             TO HW-LEVEL
003760         MOVE ZERO            TO HW-FAMILY-LIMIT
003770     END-IF.
003780     MOVE CUSTOMER-ID         TO HW-CUSTOMER-ID.
003790     MOVE CUSTOMER-NAME       TO HW-CUSTOMER-NAME.
003800     MOVE CURRENCY-CODE       TO HW-CURRENCY-CODE.
003810     IF BALANCE NUMERIC
003820         MOVE BALANCE         TO HW-BALANCE
003830     ELSE
003840         MOVE ZERO            TO HW-BALANCE
003850     END-IF.
003860     IF CREDIT-LIMIT NUMERIC
003870         MOVE CREDIT-LIMIT    TO HW-CREDIT-LIMIT
003880     ELSE
003890         MOVE ZERO            TO HW-CREDIT-LIMIT
003900     END-IF.
003910     MOVE WS-CUST-BKT-CURRENT TO HW-BKT-CURRENT.
003920     MOVE WS-CUST-BKT-30      TO HW-BKT-30.
003930     MOVE WS-CUST-BKT-60      TO HW-BKT-60.
003940     MOVE WS-CUST-BKT-90      TO HW-BKT-90.
003950     WRITE HIER-WORK-RECORD.
003960 4500-EXIT.
003970     EXIT.

003980*----------------------------------------------------------*
003990* 4900-COUNT-TRAILING-ORPHANS - ANY OPEN ITEM STILL UNREAD *
004000* AFTER THE LAST MASTER RECORD HAS NO CUSTOMER TO AGE      *
004010* UNDER.  IT IS COUNTED HERE; INTEG-SWEEP REPORTS IT.      *
004020*----------------------------------------------------------*
004030 4900-COUNT-TRAILING-ORPHANS.
004040     PERFORM 4100-SKIP-ORPHAN-INVOICE THRU 4100-EXIT
004050         UNTIL INV-EOF.
004060 4900-EXIT.
004070     EXIT.

004080*----------------------------------------------------------*
004090* 6000-SORT-HIERARCHY-RPT - SORT THE WORK FILE BY FAMILY,  *
004100* HEAD OF FAMILY FIRST, THEN CUSTOMER, AND PRINT IT        *
004110* THROUGH THE OUTPUT PROCEDURE BELOW                       *
004120*----------------------------------------------------------*
004130 6000-SORT-HIERARCHY-RPT.
004140     CLOSE HIER-WORK-FILE.
004150     SORT HIER-SORT-FILE
004160         ON ASCENDING KEY HS-FAMILY-ID HS-LEVEL HS-CUSTOMER-ID
004170         USING HIER-WORK-FILE
004180         OUTPUT PROCEDURE IS 6100-WRITE-HIERARCHY-RPT
004190             THRU 6100-EXIT.
004200 6000-EXIT.
004210     EXIT.

004220 6100-WRITE-HIERARCHY-RPT.
004230     PERFORM 6150-RETURN-SORT-RECORD THRU 6150-EXIT.
004240     PERFORM 6200-PROCESS-ONE-FAMILY THRU 6200-EXIT
004250         UNTIL SORT-EOF.
004260 6100-EXIT.
004270     EXIT.

004280 6150-RETURN-SORT-RECORD.
004290     RETURN HIER-SORT-FILE
004300         AT END MOVE 'Y' TO WS-SORT-EOF
004310     END-RETURN.
004320 6150-EXIT.
004330     EXIT.

004340*----------------------------------------------------------*
004350* 6200-PROCESS-ONE-FAMILY - PRINT ONE FAMILY: THE PARENT,  *
004360* ITS CHILDREN UNDERNEATH, AND THE FAMILY TOTAL AGAINST    *
004370* THE FAMILY LIMIT.  A HEAD WITH NO CHILDREN PRINTS        *
004380* NOTHING.  CHILDREN WHOSE PARENT IS NOT ON THE MASTER     *
004390* PRINT UNDER A WARNING HEADING WITH NO TOTAL, SINCE THERE *
004400* IS NO LIMIT TO HOLD THEM TO.                             *
004410*----------------------------------------------------------*
004420 6200-PROCESS-ONE-FAMILY.
004430     MOVE HS-FAMILY-ID        TO WS-FAM-ID.
004440     MOVE 'N'                 TO WS-FAM-PRINTED-SW.
004450     MOVE HS-CURRENCY-CODE    TO WS-FAM-CURRENCY.
004460     MOVE ZERO TO WS-FAM-MEMBERS.
004470     MOVE ZERO TO WS-FAM-BALANCE.
004480     MOVE ZERO TO WS-FAM-BKT-CURRENT.
004490     MOVE ZERO TO WS-FAM-BKT-30.
004500     MOVE ZERO TO WS-FAM-BKT-60.
004510     MOVE ZERO TO WS-FAM-BKT-90.
004520     IF HS-FAMILY-HEAD
004530         SET FAM-HEAD-PRESENT TO TRUE
004540         MOVE HS-FAMILY-LIMIT TO WS-FAM-LIMIT
004550         MOVE HIER-SORT-RECORD TO WS-HELD-HEAD
004560         PERFORM 6300-ADD-TO-FAMILY THRU 6300-EXIT
004570         PERFORM 6150-RETURN-SORT-RECORD THRU 6150-EXIT
004580     ELSE
004590         MOVE 'N'             TO WS-FAM-HEAD-SW
004600         MOVE ZERO            TO WS-FAM-LIMIT
004610     END-IF.
004620     PERFORM 6400-PRINT-ONE-CHILD THRU 6400-EXIT
004630         UNTIL SORT-EOF
004640         OR HS-FAMILY-ID NOT = WS-FAM-ID.
004650     IF FAM-PRINTED AND FAM-HEAD-PRESENT
004660         PERFORM 6600-PRINT-FAMILY-TOTAL THRU 6600-EXIT
004670     END-IF.
004680 6200-EXIT.
004690     EXIT.

004700 6300-ADD-TO-FAMILY.
004710     ADD 1                    TO WS-FAM-MEMBERS.
004720     ADD HS-BALANCE           TO WS-FAM-BALANCE.
004730     ADD HS-BKT-CURRENT       TO WS-FAM-BKT-CURRENT.
004740     ADD HS-BKT-30            TO WS-FAM-BKT-30.
004750     ADD HS-BKT-60            TO WS-FAM-BKT-60.
004760     ADD HS-BKT-90            TO WS-FAM-BKT-90.
004770 6300-EXIT.
004780     EXIT.

004790*----------------------------------------------------------*
004800* 6400-PRINT-ONE-CHILD - THE FIRST CHILD OF A FAMILY       *
004810* BRINGS OUT THE FAMILY HEADING AND THE HELD PARENT LINE.  *
004820* CHILDREN PRINT INDENTED TWO PLACES UNDER THE PARENT.  A  *
004830* CHILD IN ANOTHER CURRENCY THAN ITS PARENT PRINTS BUT IS  *
004840* LEFT OUT OF THE FAMILY TOTAL.                            *
004850*----------------------------------------------------------*
004860 6400-PRINT-ONE-CHILD.
004870     IF NOT FAM-PRINTED
004880         PERFORM 6500-PRINT-FAMILY-HEADING THRU 6500-EXIT
004890     END-IF.
004900     ADD 1 TO WS-MEMBER-COUNT.
004910     MOVE SPACES              TO WS-MEMBER-LINE.
004920     MOVE SPACES              TO ML-FLAG.
004930     IF FAM-HEAD-PRESENT
004940         IF HS-CURRENCY-CODE = WS-FAM-CURRENCY
004950             PERFORM 6300-ADD-TO-FAMILY THRU 6300-EXIT
004960         ELSE
004970             ADD 1 TO WS-OTHER-CCY-COUNT
004980             MOVE "OTHER CURRENCY" TO ML-FLAG
004990         END-IF
005000     ELSE
005010         MOVE "NO PARENT"     TO ML-FLAG
005020     END-IF.
005030     PERFORM 6450-FORMAT-MEMBER-LINE THRU 6450-EXIT.
005040     MOVE HS-CUSTOMER-ID      TO ML-ID-AREA (3:10).
005050     WRITE RPT-RECORD FROM WS-MEMBER-LINE.
005060     PERFORM 6150-RETURN-SORT-RECORD THRU 6150-EXIT.
005070 6400-EXIT.
005080     EXIT.

005090 6450-FORMAT-MEMBER-LINE.
005100     MOVE HS-CUSTOMER-NAME    TO ML-CUSTOMER-NAME.
005110     MOVE HS-CURRENCY-CODE    TO ML-CURRENCY-CODE.
005120     MOVE HS-BALANCE          TO ML-BALANCE.
005130     MOVE HS-BKT-CURRENT      TO ML-BKT-CURRENT.
005140     MOVE HS-BKT-30           TO ML-BKT-30.
005150     MOVE HS-BKT-60           TO ML-BKT-60.
005160     MOVE HS-BKT-90           TO ML-BKT-90.
005170     MOVE HS-CREDIT-LIMIT     TO ML-LIMIT.
005180 6450-EXIT.
005190     EXIT.

005200*----------------------------------------------------------*
005210* 6500-PRINT-FAMILY-HEADING - THE HEADING LINE, THEN THE   *
005220* PARENT'S OWN LINE FROM THE HELD HEAD RECORD.  THE CHILD  *
005230* IN HAND IS SAVED AROUND IT SO THE SORT RECORD AREA CAN   *
005240* BE USED FOR THE PARENT.                                  *
005250*----------------------------------------------------------*
005260 6500-PRINT-FAMILY-HEADING.
005270     SET FAM-PRINTED TO TRUE.
005280     MOVE SPACES              TO RPT-RECORD.
005290     WRITE RPT-RECORD.
005300     MOVE WS-FAM-ID           TO FH-FAMILY-ID.
005310     IF FAM-HEAD-PRESENT
005320         ADD 1 TO WS-FAMILY-COUNT
005330         MOVE "FAMILY"        TO FH-FAMILY-TEXT
005340         WRITE RPT-RECORD FROM WS-FAMILY-HEADER-LINE
005350         MOVE HIER-SORT-RECORD TO WS-HOLD-CHILD
005360         MOVE WS-HELD-HEAD    TO HIER-SORT-RECORD
005370         MOVE SPACES          TO WS-MEMBER-LINE
005380         PERFORM 6450-FORMAT-MEMBER-LINE THRU 6450-EXIT
005390         MOVE HS-CUSTOMER-ID  TO ML-ID-AREA
005400         MOVE SPACES          TO ML-FLAG
005410         WRITE RPT-RECORD FROM WS-MEMBER-LINE
005420         MOVE WS-HOLD-CHILD   TO HIER-SORT-RECORD
005430     ELSE
005440         ADD 1 TO WS-NO-PARENT-COUNT
005450         MOVE "*** NOT ON THE CUSTOMER MASTER ***"
005460             TO FH-FAMILY-TEXT
005470         WRITE RPT-RECORD FROM WS-FAMILY-HEADER-LINE
005480     END-IF.
005490 6500-EXIT.
005500     EXIT.

005510*----------------------------------------------------------*
005520* 6600-PRINT-FAMILY-TOTAL - THE FAMILY TOTAL BY BUCKET     *
005530* AGAINST THE FAMILY LIMIT, WITH THE AMOUNT OVER WHEN THE  *
005540* FAMILY HAS RUN PAST IT                                   *
005550*----------------------------------------------------------*
005560 6600-PRINT-FAMILY-TOTAL.
005570     MOVE SPACES              TO WS-MEMBER-LINE.
005580     MOVE "FAMILY TOTAL"      TO ML-CUSTOMER-NAME.
005590     MOVE WS-FAM-CURRENCY     TO ML-CURRENCY-CODE.
005600     MOVE WS-FAM-BALANCE      TO ML-BALANCE.
005610     MOVE WS-FAM-BKT-CURRENT  TO ML-BKT-CURRENT.
005620     MOVE WS-FAM-BKT-30       TO ML-BKT-30.
005630     MOVE WS-FAM-BKT-60       TO ML-BKT-60.
005640     MOVE WS-FAM-BKT-90       TO ML-BKT-90.
005650     MOVE WS-FAM-LIMIT        TO ML-LIMIT.
005660     IF WS-FAM-BALANCE > WS-FAM-LIMIT
005670         MOVE "OVER LIMIT"    TO ML-FLAG
005680     ELSE
005690         MOVE SPACES          TO ML-FLAG
005700     END-IF.
005710     WRITE RPT-RECORD FROM WS-MEMBER-LINE.
005720     IF WS-FAM-BALANCE > WS-FAM-LIMIT
005730         ADD 1 TO WS-OVER-FAMILY-COUNT
005740         COMPUTE WS-FAM-OVER-AMOUNT =
005750             WS-FAM-BALANCE - WS-FAM-LIMIT
005760         MOVE WS-FAM-OVER-AMOUNT TO OV-OVER-AMOUNT
005770         WRITE RPT-RECORD FROM WS-OVER-LINE
005780     END-IF.
005790 6600-EXIT.
005800     EXIT.

005810*----------------------------------------------------------*
005820* 7000-PRINT-TOTALS - RUN COUNTS TO THE REPORT AND THE JOB *
005830* LOG.  A CHILD WHOSE PARENT IS NOT ON THE MASTER ENDS THE *
005840* RUN WITH RETURN-CODE 4.                                  *
005850*----------------------------------------------------------*
005860 7000-PRINT-TOTALS.
005870     WRITE RPT-RECORD FROM WS-BANNER-LINE-1.
005880     MOVE SPACES TO WS-COUNT-LINE.
005890     MOVE "CUSTOMERS AGED" TO CN-LABEL.
005900     MOVE WS-CUSTOMER-COUNT TO CN-COUNT.
005910     WRITE RPT-RECORD FROM WS-COUNT-LINE.
005920     MOVE "FAMILIES PRINTED" TO CN-LABEL.
005930     MOVE WS-FAMILY-COUNT TO CN-COUNT.
005940     WRITE RPT-RECORD FROM WS-COUNT-LINE.
005950     MOVE "CHILD ACCOUNTS PRINTED" TO CN-LABEL.
005960     MOVE WS-MEMBER-COUNT TO CN-COUNT.
005970     WRITE RPT-RECORD FROM WS-COUNT-LINE.
005980     MOVE "FAMILIES OVER LIMIT" TO CN-LABEL.
005990     MOVE WS-OVER-FAMILY-COUNT TO CN-COUNT.
006000     WRITE RPT-RECORD FROM WS-COUNT-LINE.
006010     MOVE "PARENTS NOT ON MASTER" TO CN-LABEL.
006020     MOVE WS-NO-PARENT-COUNT TO CN-COUNT.
006030     WRITE RPT-RECORD FROM WS-COUNT-LINE.
006040     MOVE "CHILDREN IN ANOTHER CURRENCY" TO CN-LABEL.
006050     MOVE WS-OTHER-CCY-COUNT TO CN-COUNT.
006060     WRITE RPT-RECORD FROM WS-COUNT-LINE.
006070     MOVE "OPEN ITEMS WITH NO MASTER" TO CN-LABEL.
006080     MOVE WS-ORPHAN-INV-COUNT TO CN-COUNT.
006090     WRITE RPT-RECORD FROM WS-COUNT-LINE.
006100     DISPLAY "CUSTOMERS AGED: " WS-CUSTOMER-COUNT.
006110     DISPLAY "FAMILIES PRINTED: " WS-FAMILY-COUNT.
006120     DISPLAY "FAMILIES OVER LIMIT: " WS-OVER-FAMILY-COUNT.
006130     IF WS-NO-PARENT-COUNT > ZERO
006140         DISPLAY "PARENTS NOT ON MASTER: " WS-NO-PARENT-COUNT
006150         IF RETURN-CODE < 4
006160             MOVE 4 TO RETURN-CODE
006170         END-IF
006180     END-IF.
006190 7000-EXIT.
006200     EXIT.

006210*----------------------------------------------------------*
006220* 8800-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD) *
006230* TO A SERIAL DAY NUMBER IN WS-DTN-DAY-NO.  MONTHS ARE     *
006240* SHIFTED SO THE YEAR STARTS IN MARCH, WHICH PUTS THE LEAP *
006250* DAY LAST AND MAKES EVERY MONTH LENGTH A FIXED PATTERN.   *
006260*----------------------------------------------------------*
006270 8800-DATE-TO-DAY-NUMBER.
006280     ADD WS-DTN-MM, 9, GIVING WS-DTN-M.
006290     DIVIDE WS-DTN-M BY 12
006300         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
006310     DIVIDE WS-DTN-M-ADJ BY 10 GIVING WS-DTN-Q.
006320     SUBTRACT WS-DTN-Q FROM WS-DTN-YYYY GIVING WS-DTN-Y.
006330     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
006340     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
006350     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
006360     COMPUTE WS-DTN-M306 = WS-DTN-M-ADJ * 306 + 5.
006370     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
006380     COMPUTE WS-DTN-DAY-NO = 365 * WS-DTN-Y
006390         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400
006400         + WS-DTN-MDAYS + WS-DTN-DD - 1.
006410 8800-EXIT.
006420     EXIT.

006430*----------------------------------------------------------*
006440* 9000-TERMINATE - CLOSE FILES AND END THE RUN             *
006450*----------------------------------------------------------*
006460 9000-TERMINATE.
006470     CLOSE CUSTOMER-MASTER.
006480     CLOSE INVOICE-FILE.
006490     CLOSE HIER-RPT.
006500 9000-EXIT.
006510     EXIT.
