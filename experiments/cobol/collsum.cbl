000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. COLL-SUMMARY.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  WEEKLY COLLECTOR        *
000220*                   SUMMARY (COLLSUM.RPT) FOR THE COLLECTIONS *
000230*                   SUPERVISOR.  FOR THE WEEK ENDING ON THE   *
000240*                   RUN DATE (TODAY OR A COLLSUM-DATE PARM    *
000250*                   CARD) AND RUNNING BACK COLLSUM-DAYS DAYS  *
000260*                   (DEFAULT 7), EACH COLLECTOR GETS THE      *
000270*                   ACCOUNTS ASSIGNED TO THEM ON              *
000280*                   CUSTMAST.DAT, THE CONTACTS THEY LOGGED ON *
000290*                   THE CONTACT LOG (CONTACT.DAT) AND THE     *
000300*                   NUMBER OF DIFFERENT ACCOUNTS THOSE        *
000310*                   CONTACTS WERE ON, THE PROMISES TO PAY     *
000320*                   THEY OBTAINED AND THE AMOUNT PROMISED,    *
000330*                   AND THE CASH APPLIED IN THE WEEK          *
000340*                   (APPLIED.DAT, BY APPLY DATE) TO THE       *
000350*                   ACCOUNTS NOW ASSIGNED TO THEM.  CONTACTS  *
000360*                   COUNT FOR THE COLLECTOR WHO MADE THEM,    *
000370*                   CASH FOR THE COLLECTOR THE ACCOUNT IS     *
000380*                   ASSIGNED TO.  AMOUNTS ARE NOT CONVERTED,  *
000390*                   SO A COLLECTOR WITH ACCOUNTS IN MORE THAN *
000400*                   ONE CURRENCY GETS ONE LINE PER CURRENCY.  *
000410*                   CONTACTS AND CASH FOR A CUSTOMER NO       *
000420*                   LONGER ON THE MASTER ARE ONLY COUNTED.    *
000421*  10/15/2026 RWH   CASH NSF-REVERSAL HAS TAKEN BACK FOR A    *
000422*                   RETURNED CHECK (ITS APPLIED CASH LOGGED   *
000423*                   ON RETREG.DAT) IS NO LONGER COUNTED AS A  *
000424*                   PAYMENT IN THE WEEK.  THE APPLREC SORT    *
000425*                   COPIES ALSO RENAME THE NEW APPLIED-CASH   *
000426*                   FIELDS ALONG WITH EVERY OTHER FIELD.      *
000427*  10/15/2026 RWH   RENAMES THE NEW APL-DISC-AMOUNT IN ITS    *
000428*                   APPLREC SORT COPIES ALONG WITH EVERY      *
000429*                   OTHER FIELD.                              *
000430*  10/15/2026 RWH   THE APPLIED-CASH SORT RECORDS TAKE THE    *
000431*                   CHECK SEQUENCE AND CHECK AMOUNT NOW       *
000432*                   CARRIED ON APPLREC.                       *
000434*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000436*----------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS CUSTOMER-ID.
000510     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD.DAT".
000520     SELECT OPTIONAL APPLIED-FILE ASSIGN TO "APPLIED.DAT".
000525     SELECT OPTIONAL RETURN-REGISTER ASSIGN TO "RETREG.DAT".
000530     SELECT SORT-APL-WORK-FILE ASSIGN TO "CSAWRK.DAT".
000540     SELECT SORTED-APL-FILE  ASSIGN TO "CSASRT.DAT".
000550     SELECT OPTIONAL CONTACT-FILE ASSIGN TO "CONTACT.DAT".
000560     SELECT SORT-CNT-WORK-FILE ASSIGN TO "CSCWRK.DAT".
000570     SELECT SORTED-CNT-FILE  ASSIGN TO "CSCSRT.DAT".
000580     SELECT ACTIVITY-FILE    ASSIGN TO "CSMACT.DAT".
000590     SELECT SORT-ACT-WORK-FILE ASSIGN TO "CSMWRK.DAT".
000600     SELECT SORTED-ACT-FILE  ASSIGN TO "CSMSRT.DAT".
000610     SELECT SUMMARY-RPT      ASSIGN TO "COLLSUM.RPT".
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CUSTOMER-MASTER
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 180 CHARACTERS.
000670     COPY CUSTREC.

000680 FD  PARM-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 32 CHARACTERS.
000710 01  PARM-RECORD.
000720     05  PRM-KEYWORD             PIC X(20).
000730     05  PRM-VALUE               PIC X(12).
000740     05  PRM-VALUE-INT REDEFINES PRM-VALUE
000750                                 PIC 9(12).

000760*----------------------------------------------------------*
000770* APPLIED-FILE AND CONTACT-FILE ARE SORTED INTO CUSTOMER   *
000780* ORDER TO MATCH THE MASTER, WHICH SAYS WHO THE ACCOUNT IS *
000790* ASSIGNED TO AND WHAT CURRENCY IT IS IN.                  *
000800*----------------------------------------------------------*
000810 FD  APPLIED-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY APPLREC.

000840 SD  SORT-APL-WORK-FILE.
000850     COPY APPLREC
000860         REPLACING ==APPLIED-RECORD== BY ==SORT-APL-RECORD==
000870             ==APL-APPLY-DATE==     BY ==SA-APPLY-DATE==
000880             ==APL-CUSTOMER-ID==    BY ==SA-CUSTOMER-ID==
000890             ==APL-INVOICE-NO==     BY ==SA-INVOICE-NO==
000900             ==APL-PAY-DATE==       BY ==SA-PAY-DATE==
000910             ==APL-APPLIED-AMOUNT== BY ==SA-APPLIED-AMOUNT==
000920             ==APL-CURRENCY-CODE==  BY ==SA-CURRENCY-CODE==
000921             ==APL-PAY-SEQ==        BY ==SA-PAY-SEQ==
000922             ==APL-PAY-AMOUNT==     BY ==SA-PAY-AMOUNT==
000923             ==APL-INVOICE-DATE==   BY ==SA-INVOICE-DATE==
000924             ==APL-DUE-DATE==       BY ==SA-DUE-DATE==
000925             ==APL-TERMS-CODE==     BY ==SA-TERMS-CODE==
000926             ==APL-RELEASED-SW==    BY ==SA-RELEASED-SW==
000927             ==APL-RELEASED-PAYMENT== BY ==SA-RELEASED-PAYMENT==
000928             ==APL-DISC-AMOUNT==    BY ==SA-DISC-AMOUNT==
000929             ==APL-CHECK-SEQ==      BY ==SA-CHECK-SEQ==
000932             ==APL-CHECK-AMOUNT==   BY ==SA-CHECK-AMOUNT==.

000935 FD  SORTED-APL-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY APPLREC
000960         REPLACING ==APPLIED-RECORD== BY ==SORTED-APL-RECORD==
000964             ==APL-APPLY-DATE==     BY ==TA-APPLY-DATE==
000968             ==APL-CUSTOMER-ID==    BY ==TA-CUSTOMER-ID==
000972             ==APL-INVOICE-NO==     BY ==TA-INVOICE-NO==
000976             ==APL-PAY-DATE==       BY ==TA-PAY-DATE==
000980             ==APL-APPLIED-AMOUNT== BY ==TA-APPLIED-AMOUNT==
000984             ==APL-CURRENCY-CODE==  BY ==TA-CURRENCY-CODE==
000988             ==APL-PAY-SEQ==        BY ==TA-PAY-SEQ==
000992             ==APL-PAY-AMOUNT==     BY ==TA-PAY-AMOUNT==
000996             ==APL-INVOICE-DATE==   BY ==TA-INVOICE-DATE==
001000             ==APL-DUE-DATE==       BY ==TA-DUE-DATE==
001004             ==APL-TERMS-CODE==     BY ==TA-TERMS-CODE==
001008             ==APL-RELEASED-SW==    BY ==TA-RELEASED-SW==
001012             ==APL-RELEASED-PAYMENT== BY ==TA-RELEASED-PAYMENT==
001016             ==APL-DISC-AMOUNT==    BY ==TA-DISC-AMOUNT==
001020             ==APL-CHECK-SEQ==      BY ==TA-CHECK-SEQ==
001024             ==APL-CHECK-AMOUNT==   BY ==TA-CHECK-AMOUNT==.

001028*----------------------------------------------------------*
001029* RETURN-REGISTER - THE APPLIED CASH NSF-REVERSAL HAS      *
001030* TAKEN BACK FOR RETURNED CHECKS.  THAT CASH WAS NEVER     *
001031* COLLECTED AND IS NOT COUNTED.                            *
001032*----------------------------------------------------------*
001033 FD  RETURN-REGISTER
001034     LABEL RECORDS ARE STANDARD
001035     RECORD CONTAINS 87 CHARACTERS.
001036     COPY RETRREC.

001038 FD  CONTACT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 110 CHARACTERS.
001060     COPY CNTREC.

001070 SD  SORT-CNT-WORK-FILE.
001080     COPY CNTREC
001090         REPLACING ==CONTACT-RECORD== BY ==SORT-CNT-RECORD==
001100             ==CNT-CONTACT-KEY==   BY ==SC-CONTACT-KEY==
001110             ==CNT-CUSTOMER-ID==   BY ==SC-CUSTOMER-ID==
001120             ==CNT-CONTACT-DATE==  BY ==SC-CONTACT-DATE==
001130             ==CNT-CONTACT-TIME==  BY ==SC-CONTACT-TIME==
001140             ==CNT-COLLECTOR-ID==  BY ==SC-COLLECTOR-ID==
001150             ==CNT-OUTCOME-CODE==  BY ==SC-OUTCOME-CODE==
001160             ==CNT-PROMISE-TO-PAY== BY ==SC-PROMISE-TO-PAY==
001170             ==CNT-OUTCOME-VALID== BY ==SC-OUTCOME-VALID==
001180             ==CNT-PROMISE-AMOUNT== BY ==SC-PROMISE-AMOUNT==
001190             ==CNT-FOLLOWUP-DATE== BY ==SC-FOLLOWUP-DATE==
001200             ==CNT-NOTE==          BY ==SC-NOTE==.

001210 FD  SORTED-CNT-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 110 CHARACTERS.
001240     COPY CNTREC
001250         REPLACING ==CONTACT-RECORD== BY ==SORTED-CNT-RECORD==
001260             ==CNT-CONTACT-KEY==   BY ==TC-CONTACT-KEY==
001270             ==CNT-CUSTOMER-ID==   BY ==TC-CUSTOMER-ID==
001280             ==CNT-CONTACT-DATE==  BY ==TC-CONTACT-DATE==
001290             ==CNT-CONTACT-TIME==  BY ==TC-CONTACT-TIME==
001300             ==CNT-COLLECTOR-ID==  BY ==TC-COLLECTOR-ID==
001310             ==CNT-OUTCOME-CODE==  BY ==TC-OUTCOME-CODE==
001320             ==CNT-PROMISE-TO-PAY== BY ==TC-PROMISE-TO-PAY==
001330             ==CNT-OUTCOME-VALID== BY ==TC-OUTCOME-VALID==
001340             ==CNT-PROMISE-AMOUNT== BY ==TC-PROMISE-AMOUNT==
001350             ==CNT-FOLLOWUP-DATE== BY ==TC-FOLLOWUP-DATE==
001360             ==CNT-NOTE==          BY ==TC-NOTE==.

001370*----------------------------------------------------------*
001380* ACTIVITY-FILE - ONE RECORD PER ACCOUNT ASSIGNED (A), PER *
001390* CONTACT IN THE WEEK (C) AND PER PAYMENT APPLIED IN THE   *
001400* WEEK (R), UNDER THE COLLECTOR IT COUNTS FOR AND THE      *
001410* ACCOUNT'S CURRENCY.  SORTED BY COLLECTOR, CURRENCY AND   *
001420* CUSTOMER SO EACH SUMMARY LINE IS ONE CONTROL GROUP.      *
001430*----------------------------------------------------------*
001440 FD  ACTIVITY-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 28 CHARACTERS.
001470 01  ACTIVITY-RECORD.
001480     05  AC-COLLECTOR-ID     PIC X(04).
001490     05  AC-CURRENCY-CODE    PIC X(03).
001500     05  AC-CUSTOMER-ID      PIC X(10).
001510     05  AC-TYPE             PIC X(01).
001520     05  AC-PROMISE-SW       PIC X(01).
001530     05  AC-AMOUNT           PIC 9(7)V99.

001540 SD  SORT-ACT-WORK-FILE.
001550 01  SORT-ACT-RECORD.
001560     05  SV-COLLECTOR-ID     PIC X(04).
001570     05  SV-CURRENCY-CODE    PIC X(03).
001580     05  SV-CUSTOMER-ID      PIC X(10).
001590     05  SV-TYPE             PIC X(01).
001600     05  FILLER              PIC X(10).

001610 FD  SORTED-ACT-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 28 CHARACTERS.
001640 01  SORTED-ACT-RECORD.
001650     05  TV-GROUP-KEY.
001660         10  TV-COLLECTOR-ID PIC X(04).
001670         10  TV-CURRENCY-CODE PIC X(03).
001680     05  TV-CUSTOMER-ID      PIC X(10).
001690     05  TV-TYPE             PIC X(01).
001700         88  TV-ASSIGNED                    VALUE "A".
001710         88  TV-CONTACT                     VALUE "C".
001720         88  TV-RECEIPT                     VALUE "R".
001730     05  TV-PROMISE-SW       PIC X(01).
001740         88  TV-PROMISE                     VALUE 'Y'.
001750     05  TV-AMOUNT           PIC 9(7)V99.

001760 FD  SUMMARY-RPT
001770     LABEL RECORDS ARE OMITTED.
001780 01  RPT-RECORD               PIC X(132).

001790 WORKING-STORAGE SECTION.
001800 77  WS-MASTER-EOF            PIC X       VALUE 'N'.
001810     88  MASTER-EOF                       VALUE 'Y'.
001820 77  WS-PARM-EOF              PIC X       VALUE 'N'.
001830     88  PARM-EOF                         VALUE 'Y'.
001840 77  WS-APL-EOF               PIC X       VALUE 'N'.
001850     88  APL-EOF                          VALUE 'Y'.
001860 77  WS-CNT-EOF               PIC X       VALUE 'N'.
001870     88  CNT-EOF                          VALUE 'Y'.
001880 77  WS-ACT-EOF               PIC X       VALUE 'N'.
001890     88  ACT-EOF                          VALUE 'Y'.
001892 77  WS-RETREG-EOF            PIC X       VALUE 'N'.
001894     88  RETREG-EOF                       VALUE 'Y'.
001896 77  WS-REVERSED-SW           PIC X       VALUE 'N'.
001898     88  CASH-WAS-REVERSED                VALUE 'Y'.
001900 77  WS-PARM-ERROR-SW         PIC X       VALUE 'N'.
001910     88  PARM-ERROR-SEEN                  VALUE 'Y'.
001920 77  WS-PARM-OK-SW            PIC X       VALUE 'N'.
001930     88  PARM-VALUE-OK                    VALUE 'Y'.
001940 77  WS-CUST-WORKED-SW        PIC X       VALUE 'N'.
001950     88  CUST-WORKED                      VALUE 'Y'.
001960 77  WS-CUST-PAID-SW          PIC X       VALUE 'N'.
001970     88  CUST-PAID                        VALUE 'Y'.
001980 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
001990 77  WS-PARM-LIMIT            PIC 9(12)   VALUE ZERO.
002000 77  WS-PARM-EDIT-INT         PIC ZZ,ZZ9.

002010*----------------------------------------------------------*
002020* SUMMARY PARAMETERS - EACH CAN BE SET BY A PARM CARD OF   *
002030* THE SAME NAME ON PARMCARD.DAT.                           *
002040*----------------------------------------------------------*
002050 77  WS-WEEK-END-DATE         PIC 9(8)    VALUE ZERO.
002060 77  WS-WEEK-END-SOURCE       PIC X(16)   VALUE "SYSTEM DATE".
002070 77  WS-WEEK-DAYS             PIC 9(3)    VALUE 7.
002080 77  WS-WEEK-DAYS-SOURCE      PIC X(16)   VALUE "DEFAULT".
002090 01  WS-PARM-SOURCE-WORK      PIC X(16)   VALUE SPACES.
002100 77  WS-WEEK-START-DATE       PIC 9(8)    VALUE ZERO.

002110*----------------------------------------------------------*
002120* MATCH KEYS - THE CURRENT SORTED APPLIED AND CONTACT      *
002130* RECORDS' CUSTOMERS, SET TO HIGH-VALUES AT END OF FILE.   *
002140*----------------------------------------------------------*
002150 77  WS-APL-CUSTOMER          PIC X(10)   VALUE SPACES.
002160 77  WS-CNT-CUSTOMER          PIC X(10)   VALUE SPACES.

002170*----------------------------------------------------------*
002180* ONE SUMMARY LINE - A COLLECTOR AND CURRENCY - AND THE    *
002190* CUSTOMER WITHIN IT                                       *
002200*----------------------------------------------------------*
002210 01  WS-GROUP-KEY.
002220     05  WS-GRP-COLLECTOR-ID  PIC X(04)   VALUE SPACES.
002230     05  WS-GRP-CURRENCY-CODE PIC X(03)   VALUE SPACES.
002240 77  WS-GRP-CUSTOMER-ID       PIC X(10)   VALUE SPACES.
002250 77  WS-GRP-ASSIGNED          PIC 9(5) COMP VALUE ZERO.
002260 77  WS-GRP-WORKED            PIC 9(5) COMP VALUE ZERO.
002270 77  WS-GRP-CONTACTS          PIC 9(5) COMP VALUE ZERO.
002280 77  WS-GRP-PROMISES          PIC 9(5) COMP VALUE ZERO.
002290 77  WS-GRP-PROMISED          PIC 9(9)V99 VALUE ZERO.
002300 77  WS-GRP-PAID              PIC 9(5) COMP VALUE ZERO.
002310 77  WS-GRP-CASH              PIC 9(9)V99 VALUE ZERO.

002320*----------------------------------------------------------*
002330* RUN COUNTS                                               *
002340*----------------------------------------------------------*
002350 77  WS-MASTER-COUNT          PIC 9(5) COMP VALUE ZERO.
002360 77  WS-CONTACT-COUNT         PIC 9(5) COMP VALUE ZERO.
002370 77  WS-PROMISE-COUNT         PIC 9(5) COMP VALUE ZERO.
002380 77  WS-RECEIPT-COUNT         PIC 9(5) COMP VALUE ZERO.
002390 77  WS-CNT-ORPHAN-COUNT      PIC 9(5) COMP VALUE ZERO.
002400 77  WS-APL-ORPHAN-COUNT      PIC 9(5) COMP VALUE ZERO.
002410 77  WS-LINE-COUNT            PIC 9(5) COMP VALUE ZERO.

002411*----------------------------------------------------------*
002412* REVERSED CASH - ONE ENTRY PER APPLIED-CASH RECORD ON     *
002413* RETREG.DAT, BY APPLY DATE, PAYMENT SEQUENCE, CUSTOMER    *
002414* AND INVOICE                                              *
002415*----------------------------------------------------------*
002416 77  WS-REVERSED-COUNT        PIC 9(5) COMP VALUE ZERO.
002417 77  WS-MAX-REVERSED          PIC 9(5) COMP VALUE 5000.
002418 77  WS-REVERSED-IDX          PIC 9(5) COMP VALUE ZERO.
002419 01  WS-REVERSED-TABLE.
002420     05  WS-REVERSED-ENTRY OCCURS 1 TO 5000 TIMES
002421                           DEPENDING ON WS-REVERSED-COUNT.
002422         10  WV-APPLY-DATE   PIC 9(08).
002423         10  WV-PAY-SEQ      PIC 9(05).
002424         10  WV-CUSTOMER-ID  PIC X(10).
002425         10  WV-INVOICE-NO   PIC X(10).

002427*----------------------------------------------------------*
002430* DATE-TO-DAY-NUMBER WORK FIELDS - A DATE ON A TRANSACTION *
002440* IS PROVED A REAL CALENDAR DATE BY CONVERTING IT TO A     *
002450* SERIAL DAY NUMBER AND BACK AGAIN.                        *
002460*----------------------------------------------------------*
002470 01  WS-DTN-FIELDS.
002480     05  WS-DTN-DATE         PIC 9(08)   VALUE ZERO.
002490     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
002500         10  WS-DTN-YYYY     PIC 9(04).
002510         10  WS-DTN-MM       PIC 9(02).
002520         10  WS-DTN-DD       PIC 9(02).
002530     05  WS-DTN-M            PIC 9(4) COMP VALUE ZERO.
002540     05  WS-DTN-M-ADJ        PIC 9(4) COMP VALUE ZERO.
002550     05  WS-DTN-Q            PIC 9(4) COMP VALUE ZERO.
002560     05  WS-DTN-Y            PIC 9(4) COMP VALUE ZERO.
002570     05  WS-DTN-Y4           PIC 9(4) COMP VALUE ZERO.
002580     05  WS-DTN-Y100         PIC 9(4) COMP VALUE ZERO.
002590     05  WS-DTN-Y400         PIC 9(4) COMP VALUE ZERO.
002600     05  WS-DTN-M306         PIC 9(5) COMP VALUE ZERO.
002610     05  WS-DTN-MDAYS        PIC 9(4) COMP VALUE ZERO.
002620     05  WS-DTN-DAY-NO       PIC 9(7) COMP VALUE ZERO.
002630     05  WS-DTN-DDD          PIC S9(7) COMP VALUE ZERO.
002640     05  WS-DTN-MI           PIC 9(4) COMP VALUE ZERO.

002650 01  WS-RPT-HEADER-LINE.
002660     05  FILLER              PIC X(30) VALUE
002670         "COLLECTOR WEEKLY SUMMARY".
002680     05  FILLER              PIC X(06) VALUE "WEEK".
002690     05  RH-START-DATE       PIC 9(8).
002700     05  FILLER              PIC X(06) VALUE " THRU".
002710     05  RH-END-DATE         PIC 9(8).
002720     05  FILLER              PIC X(06) VALUE SPACES.
002730     05  FILLER              PIC X(10) VALUE "PRINTED".
002740     05  RH-SYSTEM-DATE      PIC 9(8).
002750     05  FILLER              PIC X(50) VALUE SPACES.

002760 01  WS-BLANK-LINE            PIC X(132)  VALUE SPACES.

002770 01  WS-PARM-HEADER-LINE.
002780     05  FILLER              PIC X(34) VALUE
002790         "RUNTIME PARAMETERS FOR THIS RUN".
002800     05  FILLER              PIC X(98) VALUE SPACES.

002810 01  WS-PARM-AUDIT-LINE.
002820     05  FILLER              PIC X(04) VALUE SPACES.
002830     05  PA-NAME             PIC X(22).
002840     05  PA-VALUE            PIC X(16).
002850     05  PA-SOURCE           PIC X(16).
002860     05  FILLER              PIC X(74) VALUE SPACES.

002870 01  WS-DETAIL-HEADER-1.
002880     05  FILLER              PIC X(19) VALUE SPACES.
002890     05  FILLER              PIC X(09) VALUE " ACCOUNTS".
002900     05  FILLER              PIC X(09) VALUE " ACCOUNTS".
002910     05  FILLER              PIC X(09) VALUE SPACES.
002920     05  FILLER              PIC X(09) VALUE " PROMISES".
002930     05  FILLER              PIC X(16) VALUE
002940         "        PROMISED".
002950     05  FILLER              PIC X(09) VALUE " ACCOUNTS".
002960     05  FILLER              PIC X(17) VALUE
002970         "             CASH".
002980     05  FILLER              PIC X(35) VALUE SPACES.

002990 01  WS-DETAIL-HEADER-2.
003000     05  FILLER              PIC X(14) VALUE "COLLECTOR".
003010     05  FILLER              PIC X(05) VALUE "CCY".
003020     05  FILLER              PIC X(09) VALUE " ASSIGNED".
003030     05  FILLER              PIC X(09) VALUE "   WORKED".
003040     05  FILLER              PIC X(09) VALUE " CONTACTS".
003050     05  FILLER              PIC X(09) VALUE " OBTAINED".
003060     05  FILLER              PIC X(16) VALUE
003070         "          AMOUNT".
003080     05  FILLER              PIC X(09) VALUE "     PAID".
003090     05  FILLER              PIC X(17) VALUE
003100         "        COLLECTED".
003110     05  FILLER              PIC X(35) VALUE SPACES.

003120 01  WS-DETAIL-LINE.
003130     05  DL-COLLECTOR-ID     PIC X(14).
003140     05  DL-CURRENCY-CODE    PIC X(05).
003150     05  FILLER              PIC X(03) VALUE SPACES.
003160     05  DL-ASSIGNED         PIC ZZ,ZZ9.
003170     05  FILLER              PIC X(03) VALUE SPACES.
003180     05  DL-WORKED           PIC ZZ,ZZ9.
003190     05  FILLER              PIC X(03) VALUE SPACES.
003200     05  DL-CONTACTS         PIC ZZ,ZZ9.
003210     05  FILLER              PIC X(03) VALUE SPACES.
003220     05  DL-PROMISES         PIC ZZ,ZZ9.
003230     05  FILLER              PIC X(03) VALUE SPACES.
003240     05  DL-PROMISED         PIC ZZ,ZZZ,ZZ9.99.
003250     05  FILLER              PIC X(03) VALUE SPACES.
003260     05  DL-PAID             PIC ZZ,ZZ9.
003270     05  FILLER              PIC X(03) VALUE SPACES.
003280     05  DL-CASH             PIC ZZZ,ZZZ,ZZ9.99.
003290     05  FILLER              PIC X(35) VALUE SPACES.

003300 01  WS-SUMMARY-LINE.
003310     05  FILLER              PIC X(20) VALUE SPACES.
003320     05  SL-LABEL            PIC X(20).
003330     05  SL-COUNT            PIC ZZ,ZZ9.
003340     05  FILLER              PIC X(86) VALUE SPACES.

003350 PROCEDURE DIVISION.

003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003380     PERFORM 4000-TALLY-CUSTOMER THRU 4000-EXIT
003390         UNTIL MASTER-EOF.
003400     PERFORM 5000-FINISH-INPUTS THRU 5000-EXIT.
003410     PERFORM 5500-SORT-ACTIVITY THRU 5500-EXIT.
003420     PERFORM 6000-PRINT-SUMMARY-LINES THRU 6000-EXIT.
003430     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003450     STOP RUN.

003460*----------------------------------------------------------*
003470* 1000-INITIALIZE - READ THE PARAMETERS AND THE REVERSED   *
003480* CASH, FIND THE FIRST DAY OF THE WEEK, SORT THE APPLIED   *
003490* CASH AND CONTACT LOG INTO CUSTOMER ORDER, AND OPEN       *
003495* EVERYTHING FOR THE MATCH.                                *
003500*----------------------------------------------------------*
003510 1000-INITIALIZE.
003520     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
003530     MOVE WS-SYSTEM-DATE TO WS-WEEK-END-DATE.
003540     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
003550     MOVE WS-WEEK-END-DATE TO WS-DTN-DATE.
003560     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
003570     COMPUTE WS-DTN-DAY-NO = WS-DTN-DAY-NO - WS-WEEK-DAYS + 1.
003580     PERFORM 8850-DAY-NUMBER-TO-DATE THRU 8850-EXIT.
003590     MOVE WS-DTN-DATE TO WS-WEEK-START-DATE.
003595     PERFORM 1300-LOAD-REVERSED-CASH THRU 1300-EXIT.
003600     PERFORM 1400-SORT-APPLIED THRU 1400-EXIT.
003610     PERFORM 1450-SORT-CONTACTS THRU 1450-EXIT.
003620     OPEN INPUT  CUSTOMER-MASTER.
003630     OPEN INPUT  SORTED-APL-FILE.
003640     OPEN INPUT  SORTED-CNT-FILE.
003650     OPEN OUTPUT ACTIVITY-FILE.
003660     OPEN OUTPUT SUMMARY-RPT.
003670     MOVE WS-WEEK-START-DATE TO RH-START-DATE.
003680     MOVE WS-WEEK-END-DATE   TO RH-END-DATE.
003690     MOVE WS-SYSTEM-DATE     TO RH-SYSTEM-DATE.
003700     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
003710     WRITE RPT-RECORD FROM WS-BLANK-LINE.
003720     PERFORM 1070-WRITE-PARM-AUDIT THRU 1070-EXIT.
003730     WRITE RPT-RECORD FROM WS-BLANK-LINE.
003740     WRITE RPT-RECORD FROM WS-DETAIL-HEADER-1.
003750     WRITE RPT-RECORD FROM WS-DETAIL-HEADER-2.
003760     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
003770     PERFORM 2100-READ-SORTED-APL THRU 2100-EXIT.
003780     PERFORM 2200-READ-SORTED-CNT THRU 2200-EXIT.
003790 1000-EXIT.
003800     EXIT.

003810*----------------------------------------------------------*
003820* 1050-READ-PARM-CARDS - THE WEEK END DATE AND LENGTH.  A  *
003830* CARD THAT IS NOT NUMERIC OR OUT OF RANGE LEAVES THE      *
003840* DEFAULT IN PLACE AND ENDS THE RUN WITH RETURN-CODE 4.    *
003850*----------------------------------------------------------*
003860 1050-READ-PARM-CARDS.
003870     OPEN INPUT PARM-FILE.
003880     PERFORM 1060-APPLY-PARM-CARD THRU 1060-EXIT
003890         UNTIL PARM-EOF.
003900     CLOSE PARM-FILE.
003910     IF PARM-ERROR-SEEN
003920         MOVE 4 TO RETURN-CODE
003930     END-IF.
003940 1050-EXIT.
003950     EXIT.

003960 1060-APPLY-PARM-CARD.
003970     READ PARM-FILE
003980         AT END
003990             MOVE 'Y' TO WS-PARM-EOF
004000         NOT AT END
004010             PERFORM 1065-APPLY-SUMMARY-PARM THRU 1065-EXIT
004020     END-READ.
004030 1060-EXIT.
004040     EXIT.

004050 1065-APPLY-SUMMARY-PARM.
004060     EVALUATE PRM-KEYWORD
004070         WHEN "COLLSUM-DATE"
004080             IF PRM-VALUE-INT NUMERIC
004090                 AND PRM-VALUE-INT NOT < 19000101
004100                 AND PRM-VALUE-INT NOT > 29991231
004110                 MOVE PRM-VALUE-INT TO WS-WEEK-END-DATE
004120                 MOVE "PARM CARD" TO WS-WEEK-END-SOURCE
004130             ELSE
004140                 MOVE "INVALID-DEFAULT" TO WS-WEEK-END-SOURCE
004150                 SET PARM-ERROR-SEEN TO TRUE
004160                 DISPLAY "INVALID COLLSUM-DATE CARD: " PRM-VALUE
004170             END-IF
004180         WHEN "COLLSUM-DAYS"
004190             MOVE 366 TO WS-PARM-LIMIT
004200             PERFORM 1068-CHECK-PARM-VALUE THRU 1068-EXIT
004210             IF PARM-VALUE-OK
004220                 MOVE PRM-VALUE-INT TO WS-WEEK-DAYS
004230             END-IF
004240             MOVE WS-PARM-SOURCE-WORK TO WS-WEEK-DAYS-SOURCE
004250     END-EVALUATE.
004260 1065-EXIT.
004270     EXIT.

004280 1068-CHECK-PARM-VALUE.
004290     IF PRM-VALUE-INT NUMERIC
004300         AND PRM-VALUE-INT > ZERO
004310         AND PRM-VALUE-INT NOT > WS-PARM-LIMIT
004320         MOVE 'Y' TO WS-PARM-OK-SW
004330         MOVE "PARM CARD" TO WS-PARM-SOURCE-WORK
004340     ELSE
004350         MOVE 'N' TO WS-PARM-OK-SW
004360         MOVE "INVALID-DEFAULT" TO WS-PARM-SOURCE-WORK
004370         SET PARM-ERROR-SEEN TO TRUE
004380         DISPLAY "INVALID " PRM-KEYWORD " CARD: " PRM-VALUE
004390     END-IF.
004400 1068-EXIT.
004410     EXIT.

004420 1070-WRITE-PARM-AUDIT.
004430     WRITE RPT-RECORD FROM WS-PARM-HEADER-LINE.
004440     MOVE SPACES              TO WS-PARM-AUDIT-LINE.
004450     MOVE "COLLSUM-DATE"      TO PA-NAME.
004460     MOVE WS-WEEK-END-DATE    TO PA-VALUE.
004470     MOVE WS-WEEK-END-SOURCE  TO PA-SOURCE.
004480     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
004490     MOVE "COLLSUM-DAYS"      TO PA-NAME.
004500     MOVE WS-WEEK-DAYS        TO WS-PARM-EDIT-INT.
004510     MOVE WS-PARM-EDIT-INT    TO PA-VALUE.
004520     MOVE WS-WEEK-DAYS-SOURCE TO PA-SOURCE.
004530     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
004540 1070-EXIT.
004550     EXIT.

004551*----------------------------------------------------------*
004552* 1300-LOAD-REVERSED-CASH - TABLE THE APPLIED CASH TAKEN   *
004553* BACK FOR RETURNED CHECKS, OFF RETREG.DAT                 *
004554*----------------------------------------------------------*
004555 1300-LOAD-REVERSED-CASH.
004556     OPEN INPUT RETURN-REGISTER.
004557     READ RETURN-REGISTER
004558         AT END MOVE 'Y' TO WS-RETREG-EOF
004559     END-READ.
004560     PERFORM 1350-LOAD-ONE-REVERSAL THRU 1350-EXIT
004561         UNTIL RETREG-EOF.
004562     CLOSE RETURN-REGISTER.
004563 1300-EXIT.
004564     EXIT.

004565 1350-LOAD-ONE-REVERSAL.
004566     IF WS-REVERSED-COUNT < WS-MAX-REVERSED
004567         ADD 1 TO WS-REVERSED-COUNT
004568         MOVE RR-APPLY-DATE
004569             TO WV-APPLY-DATE (WS-REVERSED-COUNT)
004570         MOVE RR-PAY-SEQ
004571             TO WV-PAY-SEQ (WS-REVERSED-COUNT)
004572         MOVE RR-CUSTOMER-ID
004573             TO WV-CUSTOMER-ID (WS-REVERSED-COUNT)
004574         MOVE RR-APL-INVOICE-NO
004575             TO WV-INVOICE-NO (WS-REVERSED-COUNT)
004576         READ RETURN-REGISTER
004577             AT END MOVE 'Y' TO WS-RETREG-EOF
004578         END-READ
004579     ELSE
004580         DISPLAY "*** RETURN REGISTER EXCEEDS "
004581             WS-MAX-REVERSED
004582             " ENTRY CAPACITY - REMAINING RECORDS IGNORED ***"
004583         MOVE 16 TO RETURN-CODE
004584         MOVE 'Y' TO WS-RETREG-EOF
004585     END-IF.
004586 1350-EXIT.
004587     EXIT.

004589 1400-SORT-APPLIED.
004591     SORT SORT-APL-WORK-FILE
004593         ON ASCENDING KEY SA-CUSTOMER-ID
004595         ON ASCENDING KEY SA-APPLY-DATE
004600         USING APPLIED-FILE
004610         GIVING SORTED-APL-FILE.
004620 1400-EXIT.
004630     EXIT.

004640 1450-SORT-CONTACTS.
004650     SORT SORT-CNT-WORK-FILE
004660         ON ASCENDING KEY SC-CONTACT-KEY
004670         USING CONTACT-FILE
004680         GIVING SORTED-CNT-FILE.
004690 1450-EXIT.
004700     EXIT.

004710 2000-READ-MASTER.
004720     READ CUSTOMER-MASTER
004730         AT END MOVE 'Y' TO WS-MASTER-EOF
004740     END-READ.
004750 2000-EXIT.
004760     EXIT.

004770 2100-READ-SORTED-APL.
004780     READ SORTED-APL-FILE
004790         AT END
004800             MOVE 'Y' TO WS-APL-EOF
004810             MOVE HIGH-VALUES TO WS-APL-CUSTOMER
004820         NOT AT END
004830             MOVE TA-CUSTOMER-ID TO WS-APL-CUSTOMER
004840     END-READ.
004850 2100-EXIT.
004860     EXIT.

004870 2200-READ-SORTED-CNT.
004880     READ SORTED-CNT-FILE
004890         AT END
004900             MOVE 'Y' TO WS-CNT-EOF
004910             MOVE HIGH-VALUES TO WS-CNT-CUSTOMER
004920         NOT AT END
004930             MOVE TC-CUSTOMER-ID TO WS-CNT-CUSTOMER
004940     END-READ.
004950 2200-EXIT.
004960     EXIT.

004970*----------------------------------------------------------*
004980* 4000-TALLY-CUSTOMER - ONE ACTIVITY RECORD FOR THE        *
004990* ASSIGNMENT, THEN ONE FOR EACH OF THE CUSTOMER'S CONTACTS *
005000* AND PAYMENTS IN THE WEEK.  CONTACTS AND PAYMENTS FOR A   *
005010* CUSTOMER NOT ON THE MASTER ARE COUNTED AND PASSED OVER.  *
005020*----------------------------------------------------------*
005030 4000-TALLY-CUSTOMER.
005040     ADD 1 TO WS-MASTER-COUNT.
005050     MOVE SPACES        TO ACTIVITY-RECORD.
005060     MOVE COLLECTOR-ID  TO AC-COLLECTOR-ID.
005070     MOVE CURRENCY-CODE TO AC-CURRENCY-CODE.
005080     MOVE CUSTOMER-ID   TO AC-CUSTOMER-ID.
005090     MOVE "A"           TO AC-TYPE.
005100     MOVE 'N'           TO AC-PROMISE-SW.
005110     MOVE ZERO          TO AC-AMOUNT.
005120     WRITE ACTIVITY-RECORD.
005130     PERFORM 4100-SKIP-ORPHAN-CONTACT THRU 4100-EXIT
005140         UNTIL WS-CNT-CUSTOMER NOT < CUSTOMER-ID.
005150     PERFORM 4150-TALLY-CONTACT THRU 4150-EXIT
005160         UNTIL WS-CNT-CUSTOMER NOT = CUSTOMER-ID.
005170     PERFORM 4200-SKIP-ORPHAN-PAYMENT THRU 4200-EXIT
005180         UNTIL WS-APL-CUSTOMER NOT < CUSTOMER-ID.
005190     PERFORM 4250-TALLY-PAYMENT THRU 4250-EXIT
005200         UNTIL WS-APL-CUSTOMER NOT = CUSTOMER-ID.
005210     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
005220 4000-EXIT.
005230     EXIT.

005240 4100-SKIP-ORPHAN-CONTACT.
005250     IF TC-CONTACT-DATE NOT < WS-WEEK-START-DATE
005260         AND TC-CONTACT-DATE NOT > WS-WEEK-END-DATE
005270         ADD 1 TO WS-CNT-ORPHAN-COUNT
005280     END-IF.
005290     PERFORM 2200-READ-SORTED-CNT THRU 2200-EXIT.
005300 4100-EXIT.
005310     EXIT.

005320*----------------------------------------------------------*
005330* 4150-TALLY-CONTACT - A CONTACT IN THE WEEK COUNTS FOR    *
005340* THE COLLECTOR WHO MADE IT, WITH ANY AMOUNT PROMISED      *
005350*----------------------------------------------------------*
005360 4150-TALLY-CONTACT.
005370     IF TC-CONTACT-DATE NOT < WS-WEEK-START-DATE
005380         AND TC-CONTACT-DATE NOT > WS-WEEK-END-DATE
005390         MOVE SPACES          TO ACTIVITY-RECORD
005400         MOVE TC-COLLECTOR-ID TO AC-COLLECTOR-ID
005410         MOVE CURRENCY-CODE   TO AC-CURRENCY-CODE
005420         MOVE CUSTOMER-ID     TO AC-CUSTOMER-ID
005430         MOVE "C"             TO AC-TYPE
005440         MOVE ZERO            TO AC-AMOUNT
005450         IF TC-PROMISE-TO-PAY
005460             MOVE 'Y'         TO AC-PROMISE-SW
005470             IF TC-PROMISE-AMOUNT NUMERIC
005480                 MOVE TC-PROMISE-AMOUNT TO AC-AMOUNT
005490             END-IF
005500             ADD 1 TO WS-PROMISE-COUNT
005510         ELSE
005520             MOVE 'N'         TO AC-PROMISE-SW
005530         END-IF
005540         WRITE ACTIVITY-RECORD
005550         ADD 1 TO WS-CONTACT-COUNT
005560     END-IF.
005570     PERFORM 2200-READ-SORTED-CNT THRU 2200-EXIT.
005580 4150-EXIT.
005590     EXIT.

005600 4200-SKIP-ORPHAN-PAYMENT.
005605     PERFORM 4260-CHECK-REVERSED THRU 4260-EXIT.
005610     IF TA-APPLY-DATE NOT < WS-WEEK-START-DATE
005615         AND NOT CASH-WAS-REVERSED
005620         AND TA-APPLY-DATE NOT > WS-WEEK-END-DATE
005630         ADD 1 TO WS-APL-ORPHAN-COUNT
005640     END-IF.
005650     PERFORM 2100-READ-SORTED-APL THRU 2100-EXIT.
005660 4200-EXIT.
005670     EXIT.

005680*----------------------------------------------------------*
005690* 4250-TALLY-PAYMENT - CASH APPLIED IN THE WEEK COUNTS FOR *
005700* THE COLLECTOR THE ACCOUNT IS ASSIGNED TO, IN THE         *
005710* CURRENCY IT WAS APPLIED IN, UNLESS THE CHECK CAME BACK   *
005715* AND NSF-REVERSAL TOOK IT BACK                            *
005720*----------------------------------------------------------*
005730 4250-TALLY-PAYMENT.
005735     PERFORM 4260-CHECK-REVERSED THRU 4260-EXIT.
005740     IF TA-APPLY-DATE NOT < WS-WEEK-START-DATE
005745         AND NOT CASH-WAS-REVERSED
005750         AND TA-APPLY-DATE NOT > WS-WEEK-END-DATE
005760         MOVE SPACES             TO ACTIVITY-RECORD
005770         MOVE COLLECTOR-ID       TO AC-COLLECTOR-ID
005780         MOVE TA-CURRENCY-CODE   TO AC-CURRENCY-CODE
005790         MOVE CUSTOMER-ID        TO AC-CUSTOMER-ID
005800         MOVE "R"                TO AC-TYPE
005810         MOVE 'N'                TO AC-PROMISE-SW
005820         MOVE ZERO               TO AC-AMOUNT
005830         IF TA-APPLIED-AMOUNT NUMERIC
005840             MOVE TA-APPLIED-AMOUNT TO AC-AMOUNT
005850         END-IF
005860         WRITE ACTIVITY-RECORD
005870         ADD 1 TO WS-RECEIPT-COUNT
005880     END-IF.
005890     PERFORM 2100-READ-SORTED-APL THRU 2100-EXIT.
005900 4250-EXIT.
005910     EXIT.

005911 4260-CHECK-REVERSED.
005912     MOVE 'N' TO WS-REVERSED-SW.
005913     PERFORM 4270-CHECK-ONE-REVERSAL THRU 4270-EXIT
005914         VARYING WS-REVERSED-IDX FROM 1 BY 1
005915         UNTIL WS-REVERSED-IDX > WS-REVERSED-COUNT
005916         OR CASH-WAS-REVERSED.
005917 4260-EXIT.
005918     EXIT.

005919 4270-CHECK-ONE-REVERSAL.
005920     IF WV-APPLY-DATE (WS-REVERSED-IDX) = TA-APPLY-DATE
005921         AND WV-PAY-SEQ (WS-REVERSED-IDX) = TA-PAY-SEQ
005922         AND WV-CUSTOMER-ID (WS-REVERSED-IDX) = TA-CUSTOMER-ID
005923         AND WV-INVOICE-NO (WS-REVERSED-IDX) = TA-INVOICE-NO
005924         SET CASH-WAS-REVERSED TO TRUE
005925     END-IF.
005926 4270-EXIT.
005927     EXIT.

005928*----------------------------------------------------------*
005930* 5000-FINISH-INPUTS - WHATEVER IS LEFT ON THE SORTED      *
005940* CONTACTS AND CASH AFTER THE LAST CUSTOMER BELONGS TO NO  *
005950* CUSTOMER ON THE MASTER                                   *
005960*----------------------------------------------------------*
005970 5000-FINISH-INPUTS.
005980     PERFORM 4100-SKIP-ORPHAN-CONTACT THRU 4100-EXIT
005990         UNTIL CNT-EOF.
006000     PERFORM 4200-SKIP-ORPHAN-PAYMENT THRU 4200-EXIT
006010         UNTIL APL-EOF.
006020 5000-EXIT.
006030     EXIT.

006040*----------------------------------------------------------*
006050* 5500-SORT-ACTIVITY - INTO COLLECTOR, CURRENCY AND        *
006060* CUSTOMER ORDER.  UNASSIGNED ACCOUNTS SORT AHEAD OF EVERY *
006070* COLLECTOR.                                               *
006080*----------------------------------------------------------*
006090 5500-SORT-ACTIVITY.
006100     CLOSE ACTIVITY-FILE.
006110     SORT SORT-ACT-WORK-FILE
006120         ON ASCENDING KEY SV-COLLECTOR-ID
006130         ON ASCENDING KEY SV-CURRENCY-CODE
006140         ON ASCENDING KEY SV-CUSTOMER-ID
006150         ON ASCENDING KEY SV-TYPE
006160         USING ACTIVITY-FILE
006170         GIVING SORTED-ACT-FILE.
006180 5500-EXIT.
006190     EXIT.

006200*----------------------------------------------------------*
006210* 6000-PRINT-SUMMARY-LINES - ONE LINE PER COLLECTOR AND    *
006220* CURRENCY                                                 *
006230*----------------------------------------------------------*
006240 6000-PRINT-SUMMARY-LINES.
006250     OPEN INPUT SORTED-ACT-FILE.
006260     PERFORM 6050-READ-ACTIVITY THRU 6050-EXIT.
006270     PERFORM 6100-SUMMARIZE-GROUP THRU 6100-EXIT
006280         UNTIL ACT-EOF.
006290     CLOSE SORTED-ACT-FILE.
006300 6000-EXIT.
006310     EXIT.

006320 6050-READ-ACTIVITY.
006330     READ SORTED-ACT-FILE
006340         AT END MOVE 'Y' TO WS-ACT-EOF
006350     END-READ.
006360 6050-EXIT.
006370     EXIT.

006380 6100-SUMMARIZE-GROUP.
006390     MOVE TV-GROUP-KEY TO WS-GROUP-KEY.
006400     MOVE SPACES       TO WS-GRP-CUSTOMER-ID.
006410     MOVE ZERO TO WS-GRP-ASSIGNED.
006420     MOVE ZERO TO WS-GRP-WORKED.
006430     MOVE ZERO TO WS-GRP-CONTACTS.
006440     MOVE ZERO TO WS-GRP-PROMISES.
006450     MOVE ZERO TO WS-GRP-PROMISED.
006460     MOVE ZERO TO WS-GRP-PAID.
006470     MOVE ZERO TO WS-GRP-CASH.
006480     PERFORM 6150-TALLY-ACTIVITY THRU 6150-EXIT
006490         UNTIL ACT-EOF
006500         OR TV-GROUP-KEY NOT = WS-GROUP-KEY.
006510     PERFORM 6200-WRITE-SUMMARY-LINE THRU 6200-EXIT.
006520 6100-EXIT.
006530     EXIT.

006540*----------------------------------------------------------*
006550* 6150-TALLY-ACTIVITY - AN ACCOUNT IS WORKED IF IT HAD ANY *
006560* CONTACT, AND PAID IF ANY CASH WAS APPLIED, HOWEVER MANY  *
006570* THERE WERE                                               *
006580*----------------------------------------------------------*
006590 6150-TALLY-ACTIVITY.
006600     IF TV-CUSTOMER-ID NOT = WS-GRP-CUSTOMER-ID
006610         MOVE TV-CUSTOMER-ID TO WS-GRP-CUSTOMER-ID
006620         MOVE 'N' TO WS-CUST-WORKED-SW
006630         MOVE 'N' TO WS-CUST-PAID-SW
006640     END-IF.
006650     EVALUATE TRUE
006660         WHEN TV-ASSIGNED
006670             ADD 1 TO WS-GRP-ASSIGNED
006680         WHEN TV-CONTACT
006690             ADD 1 TO WS-GRP-CONTACTS
006700             IF NOT CUST-WORKED
006710                 ADD 1 TO WS-GRP-WORKED
006720                 SET CUST-WORKED TO TRUE
006730             END-IF
006740             IF TV-PROMISE
006750                 ADD 1 TO WS-GRP-PROMISES
006760                 ADD TV-AMOUNT TO WS-GRP-PROMISED
006770             END-IF
006780         WHEN TV-RECEIPT
006790             ADD TV-AMOUNT TO WS-GRP-CASH
006800             IF NOT CUST-PAID
006810                 ADD 1 TO WS-GRP-PAID
006820                 SET CUST-PAID TO TRUE
006830             END-IF
006840     END-EVALUATE.
006850     PERFORM 6050-READ-ACTIVITY THRU 6050-EXIT.
006860 6150-EXIT.
006870     EXIT.

006880 6200-WRITE-SUMMARY-LINE.
006890     MOVE SPACES TO WS-DETAIL-LINE.
006900     IF WS-GRP-COLLECTOR-ID = SPACES
006910         MOVE "(UNASSIGNED)"    TO DL-COLLECTOR-ID
006920     ELSE
006930         MOVE WS-GRP-COLLECTOR-ID TO DL-COLLECTOR-ID
006940     END-IF.
006950     MOVE WS-GRP-CURRENCY-CODE  TO DL-CURRENCY-CODE.
006960     MOVE WS-GRP-ASSIGNED       TO DL-ASSIGNED.
006970     MOVE WS-GRP-WORKED         TO DL-WORKED.
006980     MOVE WS-GRP-CONTACTS       TO DL-CONTACTS.
006990     MOVE WS-GRP-PROMISES       TO DL-PROMISES.
007000     MOVE WS-GRP-PROMISED       TO DL-PROMISED.
007010     MOVE WS-GRP-PAID           TO DL-PAID.
007020     MOVE WS-GRP-CASH           TO DL-CASH.
007030     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
007040     ADD 1 TO WS-LINE-COUNT.
007050 6200-EXIT.
007060     EXIT.

007070*----------------------------------------------------------*
007080* 7000-PRINT-TOTALS - WRITE THE RUN COUNTS                 *
007090*----------------------------------------------------------*
007100 7000-PRINT-TOTALS.
007110     WRITE RPT-RECORD FROM WS-BLANK-LINE.
007120     MOVE SPACES TO WS-SUMMARY-LINE.
007130     MOVE "CUSTOMERS READ"      TO SL-LABEL.
007140     MOVE WS-MASTER-COUNT       TO SL-COUNT.
007150     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

007160     MOVE SPACES TO WS-SUMMARY-LINE.
007170     MOVE "CONTACTS IN WEEK"    TO SL-LABEL.
007180     MOVE WS-CONTACT-COUNT      TO SL-COUNT.
007190     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

007200     MOVE SPACES TO WS-SUMMARY-LINE.
007210     MOVE "PROMISES IN WEEK"    TO SL-LABEL.
007220     MOVE WS-PROMISE-COUNT      TO SL-COUNT.
007230     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

007240     MOVE SPACES TO WS-SUMMARY-LINE.
007250     MOVE "PAYMENTS IN WEEK"    TO SL-LABEL.
007260     MOVE WS-RECEIPT-COUNT      TO SL-COUNT.
007270     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

007280     MOVE SPACES TO WS-SUMMARY-LINE.
007290     MOVE "CONTACTS - NO CUST"  TO SL-LABEL.
007300     MOVE WS-CNT-ORPHAN-COUNT   TO SL-COUNT.
007310     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

007320     MOVE SPACES TO WS-SUMMARY-LINE.
007330     MOVE "PAYMENTS - NO CUST"  TO SL-LABEL.
007340     MOVE WS-APL-ORPHAN-COUNT   TO SL-COUNT.
007350     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

007360     MOVE SPACES TO WS-SUMMARY-LINE.
007370     MOVE "SUMMARY LINES"       TO SL-LABEL.
007380     MOVE WS-LINE-COUNT         TO SL-COUNT.
007390     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

007400     DISPLAY "CUSTOMERS READ:     " WS-MASTER-COUNT.
007410     DISPLAY "CONTACTS IN WEEK:   " WS-CONTACT-COUNT.
007420     DISPLAY "PROMISES IN WEEK:   " WS-PROMISE-COUNT.
007430     DISPLAY "PAYMENTS IN WEEK:   " WS-RECEIPT-COUNT.
007440     DISPLAY "CONTACTS - NO CUST: " WS-CNT-ORPHAN-COUNT.
007450     DISPLAY "PAYMENTS - NO CUST: " WS-APL-ORPHAN-COUNT.
007460 7000-EXIT.
007470     EXIT.

007480*----------------------------------------------------------*
007490* 8800-DATE-TO-DAY-NUMBER - CONVERT THE YYYYMMDD DATE IN   *
007500* WS-DTN-DATE TO A SERIAL DAY NUMBER IN WS-DTN-DAY-NO.     *
007510* THE YEAR IS SHIFTED TO START IN MARCH SO FEBRUARY'S LEAP *
007520* DAY FALLS AT THE END OF IT.                              *
007530*----------------------------------------------------------*
007540 8800-DATE-TO-DAY-NUMBER.
007550     ADD WS-DTN-MM, 9, GIVING WS-DTN-M.
007560     DIVIDE WS-DTN-M BY 12
007570         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
007580     DIVIDE WS-DTN-M-ADJ BY 10 GIVING WS-DTN-Q.
007590     SUBTRACT WS-DTN-Q FROM WS-DTN-YYYY GIVING WS-DTN-Y.
007600     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
007610     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
007620     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
007630     COMPUTE WS-DTN-M306 = WS-DTN-M-ADJ * 306 + 5.
007640     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
007650     COMPUTE WS-DTN-DAY-NO = 365 * WS-DTN-Y
007660         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400
007670         + WS-DTN-MDAYS + WS-DTN-DD - 1.
007680 8800-EXIT.
007690     EXIT.

007700*----------------------------------------------------------*
007710* 8850-DAY-NUMBER-TO-DATE - THE INVERSE OF 8800 - CONVERT  *
007720* THE SERIAL DAY NUMBER IN WS-DTN-DAY-NO BACK TO A         *
007730* YYYYMMDD DATE IN WS-DTN-DATE.                            *
007740*----------------------------------------------------------*
007750 8850-DAY-NUMBER-TO-DATE.
007760     COMPUTE WS-DTN-Y = (10000 * WS-DTN-DAY-NO + 14780) / 3652425.
007770     PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT.
007780     IF WS-DTN-DDD < ZERO
007790         SUBTRACT 1 FROM WS-DTN-Y
007800         PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT
007810     END-IF.
007820     COMPUTE WS-DTN-MI = (100 * WS-DTN-DDD + 52) / 3060.
007830     ADD WS-DTN-MI, 2, GIVING WS-DTN-M.
007840     DIVIDE WS-DTN-M BY 12
007850         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
007860     ADD WS-DTN-M-ADJ, 1, GIVING WS-DTN-MM.
007870     ADD WS-DTN-Y, WS-DTN-Q, GIVING WS-DTN-YYYY.
007880     COMPUTE WS-DTN-M306 = WS-DTN-MI * 306 + 5.
007890     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
007900     COMPUTE WS-DTN-DD = WS-DTN-DDD - WS-DTN-MDAYS + 1.
007910 8850-EXIT.
007920     EXIT.

007930 8860-DAYS-INTO-YEAR.
007940     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
007950     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
007960     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
007970     COMPUTE WS-DTN-DDD = WS-DTN-DAY-NO - (365 * WS-DTN-Y
007980         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400).
007990 8860-EXIT.
008000     EXIT.

008010*----------------------------------------------------------*
008020* 9000-TERMINATE - CLOSE FILES AND END THE RUN             *
008030*----------------------------------------------------------*
008040 9000-TERMINATE.
008050     CLOSE CUSTOMER-MASTER.
008060     CLOSE SORTED-APL-FILE.
008070     CLOSE SORTED-CNT-FILE.
008080     CLOSE SUMMARY-RPT.
008090 9000-EXIT.
008100     EXIT.
