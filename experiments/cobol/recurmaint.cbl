000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RECUR-MAINT.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  APPLIES ADD/CHANGE/     *
000220*                   DELETE TRANSACTIONS (RECURTRN.DAT)        *
000230*                   AGAINST THE INDEXED RECURRING BILLING     *
000240*                   SCHEDULE FILE (RECURMST.DAT), KEYED ON    *
000250*                   CUSTOMER-ID PLUS SCHEDULE NUMBER, THE     *
000260*                   SAME PATTERN CUST-MAINT USES FOR THE      *
000270*                   CUSTOMER MASTER, AND WRITES A TRANSACTION *
000280*                   REGISTER (RECURREG.RPT).  AN ADD OR       *
000290*                   CHANGE MUST NAME A CUSTOMER ON            *
000300*                   CUSTMAST.DAT, BILL IN THAT CUSTOMER'S     *
000310*                   CURRENCY, CARRY A NON-ZERO AMOUNT, A      *
000320*                   FREQUENCY OF W (WEEKLY), M (MONTHLY), Q   *
000330*                   (QUARTERLY) OR A (ANNUAL), AND REAL       *
000340*                   CALENDAR DATES - AN END DATE, IF ANY, NOT *
000350*                   BEFORE THE START DATE, AND A NEXT BILL    *
000360*                   DATE BETWEEN THE TWO.  A NEXT BILL DATE   *
000370*                   OF ZERO ON AN ADD STARTS BILLING ON THE   *
000380*                   START DATE, AND ON A CHANGE LEAVES THE    *
000390*                   NEXT BILL DATE ALONE.  THE BILLING        *
000400*                   HISTORY FIELDS (LAST BILL DATE, LAST RUN  *
000410*                   DATE AND CYCLE COUNT) BELONG TO RECUR-GEN *
000420*                   AND ARE NEVER TAKEN FROM A TRANSACTION.   *
000422*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000424*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000426*                   FIELD.                                    *
000427*  10/15/2026 RWH   A CHANGE CARRYING A NEW NEXT BILL DATE IS *
000428*                   REJECTED, NEXT BILL NOT AFTER LAST BILL,  *
000429*                   UNLESS THE DATE IS LATER THAN THE LAST    *
000430*                   DATE THE SCHEDULE WAS BILLED, SO A CYCLE  *
000431*                   ALREADY BILLED CANNOT BE BILLED AGAIN.    *
000434*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000437*----------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL RECUR-MASTER ASSIGN TO "RECURMST.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS RCR-SCHEDULE-KEY.
000510     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CM-CUSTOMER-ID.
000550     SELECT TRANS-FILE       ASSIGN TO "RECURTRN.DAT".
000560     SELECT REGISTER-FILE    ASSIGN TO "RECURREG.RPT".
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------*
000600* RECUR-MASTER - OPTIONAL SO THE FIRST RUN, ADDING THE     *
000610* FIRST SCHEDULES, CREATES THE FILE.                       *
000620*----------------------------------------------------------*
000630 FD  RECUR-MASTER
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 100 CHARACTERS.
000660     COPY RECURREC.

000670 FD  CUSTOMER-MASTER
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 180 CHARACTERS.
000700     COPY CUSTREC
000710         REPLACING ==CUSTOMER-RECORD== BY ==CUSTOMER-MASTER-REC==
000720             ==CUSTOMER-ID==   BY ==CM-CUSTOMER-ID==
000730             ==CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
000740             ==BALANCE-SIGNED== BY ==CM-BALANCE-SIGNED==
000750             ==BALANCE==       BY ==CM-BALANCE==
000760             ==AGE-DAYS==      BY ==CM-AGE-DAYS==
000770             ==CREDIT-LIMIT==  BY ==CM-CREDIT-LIMIT==
000780             ==CURRENCY-CODE== BY ==CM-CURRENCY-CODE==
000790             ==ADDR-LINE-1==   BY ==CM-ADDR-LINE-1==
000800             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
000810             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
000820             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
000830             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
000840             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
000850             ==PARENT-ID==     BY ==CM-PARENT-ID==
000860             ==FAMILY-CREDIT-LIMIT==
000870                 BY ==CM-FAMILY-CREDIT-LIMIT==
000875             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

000880 FD  TRANS-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 101 CHARACTERS.
000910 01  TRANS-RECORD.
000920     05  TRANS-ACTION-CODE   PIC X(01).
000930         88  TRANS-ADD                  VALUE "A".
000940         88  TRANS-CHANGE                VALUE "C".
000950         88  TRANS-DELETE                VALUE "D".
000960     COPY RECURREC
000970         REPLACING
000980         ==01  RECUR-RECORD==
000990             BY ==05  TRANS-SCHEDULE-DATA==
001000         ==05  RCR-SCHEDULE-KEY==
001010             BY ==10  TRANS-SCHEDULE-KEY==
001020         ==10  RCR-CUSTOMER-ID==
001030             BY ==15  TRANS-CUSTOMER-ID==
001040         ==10  RCR-SCHEDULE-NO==
001050             BY ==15  TRANS-SCHEDULE-NO==
001060         ==05  RCR-DESCRIPTION==
001070             BY ==10  TRANS-DESCRIPTION==
001080         ==05  RCR-AMOUNT==
001090             BY ==10  TRANS-AMOUNT==
001100         ==05  RCR-CURRENCY-CODE==
001110             BY ==10  TRANS-CURRENCY-CODE==
001120         ==05  RCR-FREQUENCY==
001130             BY ==10  TRANS-FREQUENCY==
001140         ==RCR-WEEKLY==          BY ==TRANS-WEEKLY==
001150         ==RCR-MONTHLY==         BY ==TRANS-MONTHLY==
001160         ==RCR-QUARTERLY==       BY ==TRANS-QUARTERLY==
001170         ==RCR-ANNUAL==          BY ==TRANS-ANNUAL==
001180         ==RCR-FREQUENCY-VALID== BY ==TRANS-FREQUENCY-VALID==
001190         ==05  RCR-START-DATE==
001200             BY ==10  TRANS-START-DATE==
001210         ==05  RCR-END-DATE==
001220             BY ==10  TRANS-END-DATE==
001230         ==05  RCR-NEXT-BILL-DATE==
001240             BY ==10  TRANS-NEXT-BILL-DATE==
001250         ==05  RCR-LAST-BILL-DATE==
001260             BY ==10  TRANS-LAST-BILL-DATE==
001270         ==05  RCR-LAST-RUN-DATE==
001280             BY ==10  TRANS-LAST-RUN-DATE==
001290         ==05  RCR-BILL-COUNT==
001300             BY ==10  TRANS-BILL-COUNT==
001310         ==05  FILLER==
001320             BY ==10  FILLER==.

001330 FD  REGISTER-FILE
001340     LABEL RECORDS ARE OMITTED.
001350 01  RPT-RECORD               PIC X(132).

001360 WORKING-STORAGE SECTION.
001370 77  WS-TRANS-EOF             PIC X       VALUE 'N'.
001380     88  TRANS-EOF                        VALUE 'Y'.
001390 77  WS-MATCH-SW              PIC X       VALUE 'N'.
001400     88  WS-MATCH-FOUND                   VALUE 'Y'.
001410 77  WS-EDIT-OK-SW            PIC X       VALUE 'Y'.
001420     88  EDIT-OK                          VALUE 'Y'.
001430 77  WS-DATE-OK-SW            PIC X       VALUE 'N'.
001440     88  DATE-OK                          VALUE 'Y'.
001450 77  WS-ADD-COUNT             PIC 9(5) COMP VALUE ZERO.
001460 77  WS-CHANGE-COUNT          PIC 9(5) COMP VALUE ZERO.
001470 77  WS-DELETE-COUNT          PIC 9(5) COMP VALUE ZERO.
001480 77  WS-REJECT-COUNT          PIC 9(5) COMP VALUE ZERO.
001490 77  WS-REJECT-REASON         PIC X(30)   VALUE SPACES.
001500 77  WS-EDIT-REASON           PIC X(30)   VALUE SPACES.
001510 77  WS-RESULT-DESC           PIC X(10)   VALUE SPACES.
001520 77  WS-ACTION-DESC           PIC X(10)   VALUE SPACES.
001530 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
001540 77  WS-CHECK-DATE            PIC 9(8)    VALUE ZERO.
001550 77  WS-NEXT-BILL-DATE        PIC 9(8)    VALUE ZERO.

001560*----------------------------------------------------------*
001570* DATE-TO-DAY-NUMBER WORK FIELDS - A DATE ON A TRANSACTION *
001580* IS PROVED A REAL CALENDAR DATE BY CONVERTING IT TO A     *
001590* SERIAL DAY NUMBER AND BACK AGAIN.                        *
001600*----------------------------------------------------------*
001610 01  WS-DTN-FIELDS.
001620     05  WS-DTN-DATE         PIC 9(08)   VALUE ZERO.
001630     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
001640         10  WS-DTN-YYYY     PIC 9(04).
001650         10  WS-DTN-MM       PIC 9(02).
001660         10  WS-DTN-DD       PIC 9(02).
001670     05  WS-DTN-M            PIC 9(4) COMP VALUE ZERO.
001680     05  WS-DTN-M-ADJ        PIC 9(4) COMP VALUE ZERO.
001690     05  WS-DTN-Q            PIC 9(4) COMP VALUE ZERO.
001700     05  WS-DTN-Y            PIC 9(4) COMP VALUE ZERO.
001710     05  WS-DTN-Y4           PIC 9(4) COMP VALUE ZERO.
001720     05  WS-DTN-Y100         PIC 9(4) COMP VALUE ZERO.
001730     05  WS-DTN-Y400         PIC 9(4) COMP VALUE ZERO.
001740     05  WS-DTN-M306         PIC 9(5) COMP VALUE ZERO.
001750     05  WS-DTN-MDAYS        PIC 9(4) COMP VALUE ZERO.
001760     05  WS-DTN-DAY-NO       PIC 9(7) COMP VALUE ZERO.
001770     05  WS-DTN-DDD          PIC S9(7) COMP VALUE ZERO.
001780     05  WS-DTN-MI           PIC 9(4) COMP VALUE ZERO.

001790 01  WS-HEADER-LINE-1.
001800     05  FILLER              PIC X(40) VALUE
001810         "RECURRING BILLING SCHEDULE REGISTER".
001820     05  FILLER              PIC X(14) VALUE "RUN DATE".
001830     05  HL-RUN-DATE         PIC 9(8).
001840     05  FILLER              PIC X(70) VALUE SPACES.

001850 01  WS-HEADER-LINE-2.
001860     05  FILLER              PIC X(08) VALUE "ACTION".
001870     05  FILLER              PIC X(12) VALUE "CUST ID".
001880     05  FILLER              PIC X(06) VALUE "SCHED".
001890     05  FILLER              PIC X(22) VALUE "DESCRIPTION".
001900     05  FILLER              PIC X(14) VALUE "AMOUNT".
001910     05  FILLER              PIC X(05) VALUE "CCY".
001920     05  FILLER              PIC X(05) VALUE "FREQ".
001930     05  FILLER              PIC X(10) VALUE "NEXT BILL".
001940     05  FILLER              PIC X(10) VALUE "RESULT".
001950     05  FILLER              PIC X(40) VALUE SPACES.

001960 01  WS-REGISTER-LINE.
001970     05  RL-ACTION           PIC X(08).
001980     05  RL-CUSTOMER-ID      PIC X(12).
001990     05  RL-SCHEDULE-NO      PIC X(06).
002000     05  RL-DESCRIPTION      PIC X(22).
002010     05  RL-AMOUNT           PIC ZZZ,ZZ9.99.
002020     05  FILLER              PIC X(04) VALUE SPACES.
002030     05  RL-CURRENCY-CODE    PIC X(05).
002040     05  RL-FREQUENCY        PIC X(05).
002050     05  RL-NEXT-BILL-DATE   PIC 9(8).
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  RL-RESULT           PIC X(10).
002080     05  FILLER              PIC X(02) VALUE SPACES.
002090     05  RL-REASON           PIC X(30).
002100     05  FILLER              PIC X(08) VALUE SPACES.

002110 01  WS-SUMMARY-LINE.
002120     05  FILLER              PIC X(20) VALUE SPACES.
002130     05  SL-LABEL            PIC X(20).
002140     05  SL-COUNT            PIC ZZ,ZZ9.
002150     05  FILLER              PIC X(87) VALUE SPACES.

002160 PROCEDURE DIVISION.

002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
002200     PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
002210         UNTIL TRANS-EOF.
002220     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002240     STOP RUN.

002250*----------------------------------------------------------*
002260* 1000-INITIALIZE - OPEN FILES AND WRITE REGISTER HEADINGS  *
002270*----------------------------------------------------------*
002280 1000-INITIALIZE.
002290     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002300     OPEN I-O    RECUR-MASTER.
002310     OPEN INPUT  CUSTOMER-MASTER.
002320     OPEN INPUT  TRANS-FILE.
002330     OPEN OUTPUT REGISTER-FILE.
002340     MOVE WS-SYSTEM-DATE TO HL-RUN-DATE.
002350     WRITE RPT-RECORD FROM WS-HEADER-LINE-1.
002360     WRITE RPT-RECORD FROM WS-HEADER-LINE-2.
002370 1000-EXIT.
002380     EXIT.

002390*----------------------------------------------------------*
002400* 3000-READ-TRANSACTION - READ THE NEXT TRANSACTION RECORD  *
002410*----------------------------------------------------------*
002420 3000-READ-TRANSACTION.
002430     READ TRANS-FILE
002440         AT END MOVE 'Y' TO WS-TRANS-EOF
002450     END-READ.
002460 3000-EXIT.
002470     EXIT.

002480*----------------------------------------------------------*
002490* 4000-APPLY-TRANSACTION - EDIT THE TRANSACTION, READ THE  *
002500* SCHEDULE FOR ITS KEY AND APPLY THE ADD/CHANGE/DELETE,    *
002510* THEN WRITE ONE REGISTER LINE SHOWING WHAT HAPPENED       *
002520*----------------------------------------------------------*
002530 4000-APPLY-TRANSACTION.
002540     MOVE SPACES TO WS-REJECT-REASON.
002550     MOVE ZERO   TO WS-NEXT-BILL-DATE.
002560     PERFORM 4050-EDIT-TRANSACTION THRU 4050-EXIT.
002570     PERFORM 4100-READ-SCHEDULE-RECORD THRU 4100-EXIT.
002580     EVALUATE TRUE
002590         WHEN (TRANS-ADD OR TRANS-CHANGE) AND NOT EDIT-OK
002600             MOVE "REJECTED" TO WS-RESULT-DESC
002610             MOVE WS-EDIT-REASON TO WS-REJECT-REASON
002620             ADD 1 TO WS-REJECT-COUNT
002630         WHEN TRANS-ADD
002640             PERFORM 4200-APPLY-ADD THRU 4200-EXIT
002650         WHEN TRANS-CHANGE
002660             PERFORM 4300-APPLY-CHANGE THRU 4300-EXIT
002670         WHEN TRANS-DELETE
002680             PERFORM 4400-APPLY-DELETE THRU 4400-EXIT
002690         WHEN OTHER
002700             MOVE "REJECTED" TO WS-RESULT-DESC
002710             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
002720             ADD 1 TO WS-REJECT-COUNT
002730     END-EVALUATE.
002740     PERFORM 4900-WRITE-REGISTER-LINE THRU 4900-EXIT.
002750     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
002760 4000-EXIT.
002770     EXIT.

002780*----------------------------------------------------------*
002790* 4050-EDIT-TRANSACTION - AN ADD OR CHANGE MUST NAME A     *
002800* CUSTOMER ON THE MASTER AND BILL IN ITS CURRENCY, WITH A  *
002810* NON-ZERO AMOUNT, A KNOWN FREQUENCY AND REAL DATES.  THE  *
002820* FIRST FAILURE FOUND IS THE REASON GIVEN.  A CUSTOMER ON  *
002830* HOLD IS NOT REJECTED HERE - A HOLD IS TEMPORARY, AND     *
002840* RECUR-GEN SKIPS THE CUSTOMER WHILE IT LASTS.             *
002850*----------------------------------------------------------*
002860 4050-EDIT-TRANSACTION.
002870     MOVE 'Y'    TO WS-EDIT-OK-SW.
002880     MOVE SPACES TO WS-EDIT-REASON.
002890     IF TRANS-ADD OR TRANS-CHANGE
002900         PERFORM 4060-EDIT-CUSTOMER THRU 4060-EXIT
002910     END-IF.
002920     IF (TRANS-ADD OR TRANS-CHANGE) AND EDIT-OK
002930         PERFORM 4070-EDIT-AMOUNT-AND-FREQUENCY THRU 4070-EXIT
002940     END-IF.
002950     IF (TRANS-ADD OR TRANS-CHANGE) AND EDIT-OK
002960         PERFORM 4080-EDIT-DATES THRU 4080-EXIT
002970     END-IF.
002980 4050-EXIT.
002990     EXIT.

003000 4060-EDIT-CUSTOMER.
003010     IF TRANS-SCHEDULE-NO = SPACES
003020         MOVE 'N' TO WS-EDIT-OK-SW
003030         MOVE "SCHEDULE NUMBER MISSING" TO WS-EDIT-REASON
003040     ELSE
003050         MOVE TRANS-CUSTOMER-ID TO CM-CUSTOMER-ID
003060         READ CUSTOMER-MASTER
003070             INVALID KEY
003080                 MOVE 'N' TO WS-EDIT-OK-SW
003090                 MOVE "CUSTOMER ID NOT FOUND" TO WS-EDIT-REASON
003100             NOT INVALID KEY
003110                 IF TRANS-CURRENCY-CODE NOT = CM-CURRENCY-CODE
003120                     MOVE 'N' TO WS-EDIT-OK-SW
003130                     MOVE "CURRENCY DOES NOT MATCH"
003140                         TO WS-EDIT-REASON
003150                 END-IF
003160         END-READ
003170     END-IF.
003180 4060-EXIT.
003190     EXIT.

003200 4070-EDIT-AMOUNT-AND-FREQUENCY.
003210     IF TRANS-AMOUNT NOT NUMERIC
003220         OR TRANS-AMOUNT = ZERO
003230         MOVE 'N' TO WS-EDIT-OK-SW
003240         MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-EDIT-REASON
003250     ELSE
003260         IF NOT TRANS-FREQUENCY-VALID
003270             MOVE 'N' TO WS-EDIT-OK-SW
003280             MOVE "INVALID FREQUENCY" TO WS-EDIT-REASON
003290         END-IF
003300     END-IF.
003310 4070-EXIT.
003320     EXIT.

003330*----------------------------------------------------------*
003340* 4080-EDIT-DATES - START DATE REQUIRED; END DATE ZERO (NO *
003350* END) OR NOT BEFORE THE START; NEXT BILL DATE ZERO OR     *
003360* BETWEEN THE START AND END.  THE NEXT BILL DATE THE       *
003370* TRANSACTION WILL LEAVE ON FILE IS SET UP IN              *
003380* WS-NEXT-BILL-DATE - ZERO ON A CHANGE MEANS KEEP THE ONE  *
003390* ALREADY THERE.                                           *
003400*----------------------------------------------------------*
003410 4080-EDIT-DATES.
003420     MOVE TRANS-START-DATE TO WS-CHECK-DATE.
003430     PERFORM 8700-CHECK-DATE THRU 8700-EXIT.
003440     IF NOT DATE-OK
003450         MOVE 'N' TO WS-EDIT-OK-SW
003460         MOVE "INVALID START DATE" TO WS-EDIT-REASON
003470     END-IF.
003480     IF EDIT-OK AND TRANS-END-DATE NOT = ZERO
003490         MOVE TRANS-END-DATE TO WS-CHECK-DATE
003500         PERFORM 8700-CHECK-DATE THRU 8700-EXIT
003510         IF NOT DATE-OK
003520             OR TRANS-END-DATE < TRANS-START-DATE
003530             MOVE 'N' TO WS-EDIT-OK-SW
003540             MOVE "INVALID END DATE" TO WS-EDIT-REASON
003550         END-IF
003560     END-IF.
003570     IF EDIT-OK
003580         IF TRANS-NEXT-BILL-DATE = ZERO
003590             IF TRANS-ADD
003600                 MOVE TRANS-START-DATE TO WS-NEXT-BILL-DATE
003610             END-IF
003620         ELSE
003630             MOVE TRANS-NEXT-BILL-DATE TO WS-CHECK-DATE
003640             PERFORM 8700-CHECK-DATE THRU 8700-EXIT
003650             IF NOT DATE-OK
003660                 OR TRANS-NEXT-BILL-DATE < TRANS-START-DATE
003670                 OR (TRANS-END-DATE NOT = ZERO
003680                     AND TRANS-NEXT-BILL-DATE > TRANS-END-DATE)
003690                 MOVE 'N' TO WS-EDIT-OK-SW
003700                 MOVE "INVALID NEXT BILL DATE" TO WS-EDIT-REASON
003710             ELSE
003720                 MOVE TRANS-NEXT-BILL-DATE TO WS-NEXT-BILL-DATE
003730             END-IF
003740         END-IF
003750     END-IF.
003760 4080-EXIT.
003770     EXIT.

003780*----------------------------------------------------------*
003790* 4100-READ-SCHEDULE-RECORD - RANDOM READ OF THE SCHEDULE  *
003800* FILE BY THE TRANSACTION'S CUSTOMER-ID AND SCHEDULE       *
003810* NUMBER                                                   *
003820*----------------------------------------------------------*
003830 4100-READ-SCHEDULE-RECORD.
003840     MOVE 'N' TO WS-MATCH-SW.
003850     MOVE TRANS-SCHEDULE-KEY TO RCR-SCHEDULE-KEY.
003860     READ RECUR-MASTER
003870         INVALID KEY
003880             CONTINUE
003890         NOT INVALID KEY
003900             MOVE 'Y' TO WS-MATCH-SW
003910     END-READ.
003920 4100-EXIT.
003930     EXIT.

003940 4200-APPLY-ADD.
003950     IF WS-MATCH-FOUND
003960         MOVE "REJECTED" TO WS-RESULT-DESC
003970         MOVE "DUPLICATE SCHEDULE" TO WS-REJECT-REASON
003980         ADD 1 TO WS-REJECT-COUNT
003990     ELSE
004000         MOVE SPACES              TO RECUR-RECORD
004010         MOVE TRANS-SCHEDULE-KEY  TO RCR-SCHEDULE-KEY
004020         PERFORM 4250-MOVE-SCHEDULE-FIELDS THRU 4250-EXIT
004030         MOVE ZERO                TO RCR-LAST-BILL-DATE
004040         MOVE ZERO                TO RCR-LAST-RUN-DATE
004050         MOVE ZERO                TO RCR-BILL-COUNT
004060         WRITE RECUR-RECORD
004070             INVALID KEY
004080                 MOVE "REJECTED" TO WS-RESULT-DESC
004090                 MOVE "DUPLICATE SCHEDULE" TO WS-REJECT-REASON
004100                 ADD 1 TO WS-REJECT-COUNT
004110             NOT INVALID KEY
004120                 MOVE "APPLIED"  TO WS-RESULT-DESC
004130                 MOVE SPACES     TO WS-REJECT-REASON
004140                 ADD 1 TO WS-ADD-COUNT
004150         END-WRITE
004160     END-IF.
004170 4200-EXIT.
004180     EXIT.

004190 4250-MOVE-SCHEDULE-FIELDS.
004200     MOVE TRANS-DESCRIPTION   TO RCR-DESCRIPTION.
004210     MOVE TRANS-AMOUNT        TO RCR-AMOUNT.
004220     MOVE TRANS-CURRENCY-CODE TO RCR-CURRENCY-CODE.
004230     MOVE TRANS-FREQUENCY     TO RCR-FREQUENCY.
004240     MOVE TRANS-START-DATE    TO RCR-START-DATE.
004250     MOVE TRANS-END-DATE      TO RCR-END-DATE.
004260     IF WS-NEXT-BILL-DATE NOT = ZERO
004270         MOVE WS-NEXT-BILL-DATE TO RCR-NEXT-BILL-DATE
004280     END-IF.
004290 4250-EXIT.
004300     EXIT.

004310*----------------------------------------------------------*
004320* 4300-APPLY-CHANGE - A CHANGE THAT KEEPS THE NEXT BILL    *
004330* DATE ON FILE STILL HAS TO LEAVE IT INSIDE THE NEW START  *
004340* AND END DATES.  A CHANGE THAT GIVES A NEW NEXT BILL DATE *
004343* MUST MOVE IT PAST THE LAST DATE RECUR-GEN BILLED, OR THE *
004346* SAME CYCLE WOULD BE BILLED TWICE.                        *
004350*----------------------------------------------------------*
004360 4300-APPLY-CHANGE.
004370     IF WS-MATCH-FOUND
004377         EVALUATE TRUE
004384             WHEN WS-NEXT-BILL-DATE = ZERO
004391                 AND (RCR-NEXT-BILL-DATE < TRANS-START-DATE
004398                 OR (TRANS-END-DATE NOT = ZERO
004405                     AND RCR-NEXT-BILL-DATE > TRANS-END-DATE))
004412                 MOVE "REJECTED" TO WS-RESULT-DESC
004419                 MOVE "NEXT BILL DATE OUTSIDE DATES"
004426                     TO WS-REJECT-REASON
004433                 ADD 1 TO WS-REJECT-COUNT
004440             WHEN TRANS-NEXT-BILL-DATE NOT = ZERO
004447                 AND TRANS-NEXT-BILL-DATE NOT > RCR-LAST-BILL-DATE
004454                 MOVE "REJECTED" TO WS-RESULT-DESC
004461                 MOVE "NEXT BILL NOT AFTER LAST BILL"
004468                     TO WS-REJECT-REASON
004475                 ADD 1 TO WS-REJECT-COUNT
004482             WHEN OTHER
004489                 PERFORM 4250-MOVE-SCHEDULE-FIELDS THRU 4250-EXIT
004496                 REWRITE RECUR-RECORD
004503                     INVALID KEY
004510                         MOVE "REJECTED" TO WS-RESULT-DESC
004517                         MOVE "REWRITE FAILED" TO WS-REJECT-REASON
004524                         ADD 1 TO WS-REJECT-COUNT
004531                     NOT INVALID KEY
004538                         MOVE "APPLIED"  TO WS-RESULT-DESC
004545                         MOVE SPACES     TO WS-REJECT-REASON
004552                         ADD 1 TO WS-CHANGE-COUNT
004559                 END-REWRITE
004566         END-EVALUATE
004590     ELSE
004600         MOVE "REJECTED" TO WS-RESULT-DESC
004610         MOVE "SCHEDULE NOT FOUND" TO WS-REJECT-REASON
004620         ADD 1 TO WS-REJECT-COUNT
004630     END-IF.
004640 4300-EXIT.
004650     EXIT.

004660 4400-APPLY-DELETE.
004670     IF WS-MATCH-FOUND
004680         DELETE RECUR-MASTER
004690             INVALID KEY
004700                 MOVE "REJECTED" TO WS-RESULT-DESC
004710                 MOVE "DELETE FAILED" TO WS-REJECT-REASON
004720                 ADD 1 TO WS-REJECT-COUNT
004730             NOT INVALID KEY
004740                 MOVE "APPLIED"  TO WS-RESULT-DESC
004750                 MOVE SPACES     TO WS-REJECT-REASON
004760                 ADD 1 TO WS-DELETE-COUNT
004770         END-DELETE
004780     ELSE
004790         MOVE "REJECTED" TO WS-RESULT-DESC
004800         MOVE "SCHEDULE NOT FOUND" TO WS-REJECT-REASON
004810         ADD 1 TO WS-REJECT-COUNT
004820     END-IF.
004830 4400-EXIT.
004840     EXIT.

004850*----------------------------------------------------------*
004860* 4900-WRITE-REGISTER-LINE - AN APPLIED ADD OR CHANGE      *
004870* SHOWS THE NEXT BILL DATE NOW ON FILE                     *
004880*----------------------------------------------------------*
004890 4900-WRITE-REGISTER-LINE.
004900     MOVE SPACES TO WS-REGISTER-LINE.
004910     EVALUATE TRUE
004920         WHEN TRANS-ADD
004930             MOVE "ADD"    TO WS-ACTION-DESC
004940         WHEN TRANS-CHANGE
004950             MOVE "CHANGE" TO WS-ACTION-DESC
004960         WHEN TRANS-DELETE
004970             MOVE "DELETE" TO WS-ACTION-DESC
004980         WHEN OTHER
004990             MOVE "?"      TO WS-ACTION-DESC
005000     END-EVALUATE.
005010     MOVE WS-ACTION-DESC      TO RL-ACTION.
005020     MOVE TRANS-CUSTOMER-ID   TO RL-CUSTOMER-ID.
005030     MOVE TRANS-SCHEDULE-NO   TO RL-SCHEDULE-NO.
005040     MOVE TRANS-DESCRIPTION   TO RL-DESCRIPTION.
005050     IF TRANS-AMOUNT NUMERIC
005060         MOVE TRANS-AMOUNT    TO RL-AMOUNT
005070     END-IF.
005080     MOVE TRANS-CURRENCY-CODE TO RL-CURRENCY-CODE.
005090     MOVE TRANS-FREQUENCY     TO RL-FREQUENCY.
005100     IF (TRANS-ADD OR TRANS-CHANGE)
005110         AND WS-RESULT-DESC = "APPLIED"
005120         MOVE RCR-NEXT-BILL-DATE TO RL-NEXT-BILL-DATE
005130     ELSE
005140         MOVE ZERO TO RL-NEXT-BILL-DATE
005150     END-IF.
005160     MOVE WS-RESULT-DESC      TO RL-RESULT.
005170     MOVE WS-REJECT-REASON    TO RL-REASON.
005180     WRITE RPT-RECORD FROM WS-REGISTER-LINE.
005190 4900-EXIT.
005200     EXIT.

005210*----------------------------------------------------------*
005220* 7000-PRINT-SUMMARY - WRITE THE TRANSACTION COUNT SUMMARY  *
005230*----------------------------------------------------------*
005240 7000-PRINT-SUMMARY.
005250     MOVE SPACES TO WS-SUMMARY-LINE.
005260     MOVE "ADDS APPLIED"    TO SL-LABEL.
005270     MOVE WS-ADD-COUNT      TO SL-COUNT.
005280     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

005290     MOVE SPACES TO WS-SUMMARY-LINE.
005300     MOVE "CHANGES APPLIED" TO SL-LABEL.
005310     MOVE WS-CHANGE-COUNT   TO SL-COUNT.
005320     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

005330     MOVE SPACES TO WS-SUMMARY-LINE.
005340     MOVE "DELETES APPLIED" TO SL-LABEL.
005350     MOVE WS-DELETE-COUNT   TO SL-COUNT.
005360     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

005370     MOVE SPACES TO WS-SUMMARY-LINE.
005380     MOVE "REJECTED"        TO SL-LABEL.
005390     MOVE WS-REJECT-COUNT   TO SL-COUNT.
005400     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

005410     DISPLAY "ADDS APPLIED:    " WS-ADD-COUNT.
005420     DISPLAY "CHANGES APPLIED: " WS-CHANGE-COUNT.
005430     DISPLAY "DELETES APPLIED: " WS-DELETE-COUNT.
005440     DISPLAY "REJECTED:        " WS-REJECT-COUNT.
005450 7000-EXIT.
005460     EXIT.

005470*----------------------------------------------------------*
005480* 8700-CHECK-DATE - WS-CHECK-DATE IS A REAL CALENDAR DATE  *
005490* IF IT SURVIVES THE TRIP TO A SERIAL DAY NUMBER AND BACK  *
005500* UNCHANGED - 20260231 COMES BACK AS 20260303.             *
005510*----------------------------------------------------------*
005520 8700-CHECK-DATE.
005530     MOVE 'N' TO WS-DATE-OK-SW.
005540     IF WS-CHECK-DATE NUMERIC
005550         AND WS-CHECK-DATE NOT < 19000101
005560         AND WS-CHECK-DATE NOT > 29991231
005570         MOVE WS-CHECK-DATE TO WS-DTN-DATE
005580         IF WS-DTN-MM NOT < 1 AND WS-DTN-MM NOT > 12
005590             AND WS-DTN-DD NOT < 1 AND WS-DTN-DD NOT > 31
005600             PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
005610             PERFORM 8850-DAY-NUMBER-TO-DATE THRU 8850-EXIT
005620             IF WS-DTN-DATE = WS-CHECK-DATE
005630                 MOVE 'Y' TO WS-DATE-OK-SW
005640             END-IF
005650         END-IF
005660     END-IF.
005670 8700-EXIT.
005680     EXIT.

005690*----------------------------------------------------------*
005700* 8800-DATE-TO-DAY-NUMBER - CONVERT THE YYYYMMDD DATE IN   *
005710* WS-DTN-DATE TO A SERIAL DAY NUMBER IN WS-DTN-DAY-NO.     *
005720* THE YEAR IS SHIFTED TO START IN MARCH SO FEBRUARY'S LEAP *
005730* DAY FALLS AT THE END OF IT.                              *
005740*----------------------------------------------------------*
005750 8800-DATE-TO-DAY-NUMBER.
005760     ADD WS-DTN-MM, 9, GIVING WS-DTN-M.
005770     DIVIDE WS-DTN-M BY 12
005780         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
005790     DIVIDE WS-DTN-M-ADJ BY 10 GIVING WS-DTN-Q.
005800     SUBTRACT WS-DTN-Q FROM WS-DTN-YYYY GIVING WS-DTN-Y.
005810     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
005820     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
005830     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
005840     COMPUTE WS-DTN-M306 = WS-DTN-M-ADJ * 306 + 5.
005850     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
005860     COMPUTE WS-DTN-DAY-NO = 365 * WS-DTN-Y
005870         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400
005880         + WS-DTN-MDAYS + WS-DTN-DD - 1.
005890 8800-EXIT.
005900     EXIT.

005910*----------------------------------------------------------*
005920* 8850-DAY-NUMBER-TO-DATE - THE INVERSE OF 8800 - CONVERT  *
005930* THE SERIAL DAY NUMBER IN WS-DTN-DAY-NO BACK TO A         *
005940* YYYYMMDD DATE IN WS-DTN-DATE.                            *
005950*----------------------------------------------------------*
005960 8850-DAY-NUMBER-TO-DATE.
005970     COMPUTE WS-DTN-Y = (10000 * WS-DTN-DAY-NO + 14780) / 3652425.
005980     PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT.
005990     IF WS-DTN-DDD < ZERO
006000         SUBTRACT 1 FROM WS-DTN-Y
006010         PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT
006020     END-IF.
006030     COMPUTE WS-DTN-MI = (100 * WS-DTN-DDD + 52) / 3060.
006040     ADD WS-DTN-MI, 2, GIVING WS-DTN-M.
006050     DIVIDE WS-DTN-M BY 12
006060         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
006070     ADD WS-DTN-M-ADJ, 1, GIVING WS-DTN-MM.
006080     ADD WS-DTN-Y, WS-DTN-Q, GIVING WS-DTN-YYYY.
006090     COMPUTE WS-DTN-M306 = WS-DTN-MI * 306 + 5.
006100     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
006110     COMPUTE WS-DTN-DD = WS-DTN-DDD - WS-DTN-MDAYS + 1.
006120 8850-EXIT.
006130     EXIT.

006140 8860-DAYS-INTO-YEAR.
006150     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
006160     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
006170     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
006180     COMPUTE WS-DTN-DDD = WS-DTN-DAY-NO - (365 * WS-DTN-Y
006190         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400).
006200 8860-EXIT.
006210     EXIT.

006220*----------------------------------------------------------*
006230* 9000-TERMINATE - CLOSE FILES AND END THE RUN              *
006240*----------------------------------------------------------*
006250 9000-TERMINATE.
006260     CLOSE RECUR-MASTER.
006270     CLOSE CUSTOMER-MASTER.
006280     CLOSE TRANS-FILE.
006290     CLOSE REGISTER-FILE.
006300 9000-EXIT.
006310     EXIT.
