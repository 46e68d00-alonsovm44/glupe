000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONTACT-LOG.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  ADDS THE COLLECTORS'    *
000220*                   KEYED CALL RECORDS (CNTTRAN.DAT, CNTREC   *
000230*                   LAYOUT) TO THE CONTACT LOG (CONTACT.DAT)  *
000240*                   READ BY COLL-WORKLIST AND COLL-SUMMARY,   *
000250*                   AND WRITES A REGISTER OF WHAT WAS LOGGED  *
000260*                   AND WHAT WAS NOT (CNTLOG.RPT).  A CONTACT *
000270*                   MUST NAME A CUSTOMER ON CUSTMAST.DAT, A   *
000280*                   REAL CONTACT DATE NO LATER THAN TODAY, A  *
000290*                   TIME OF DAY (HHMM, ZERO IF NOT KEYED), A  *
000300*                   COLLECTOR AND A KNOWN OUTCOME CODE.  A    *
000310*                   FOLLOW-UP DATE, IF ANY, MAY NOT BE BEFORE *
000320*                   THE CONTACT DATE.  A PROMISE TO PAY MUST  *
000330*                   CARRY THE PROMISED AMOUNT AND THE DATE    *
000340*                   PAYMENT WAS PROMISED FOR AS ITS FOLLOW-UP *
000350*                   DATE; ANY OTHER OUTCOME CARRIES NO        *
000360*                   AMOUNT.  THE LOG IS ONLY EVER ADDED TO -  *
000370*                   A CONTACT ALREADY ON IT FOR THE SAME      *
000380*                   CUSTOMER, DATE, TIME AND COLLECTOR, OR    *
000390*                   KEYED TWICE IN ONE BATCH, IS REJECTED, SO *
000400*                   A BATCH RUN TWICE IS NOT LOGGED TWICE.    *
000410*                   ANY REJECTION ENDS THE RUN WITH           *
000420*                   RETURN-CODE 4.  A PROMISE LOGGED HERE     *
000430*                   DOES NOT CHANGE THE MASTER'S              *
000440*                   PROMISE-DATE.                             *
000450*----------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CM-CUSTOMER-ID.
000530     SELECT TRANS-FILE       ASSIGN TO "CNTTRAN.DAT".
000540     SELECT SORT-TRN-WORK-FILE ASSIGN TO "CLTWRK.DAT".
000550     SELECT SORTED-TRN-FILE  ASSIGN TO "CLTSRT.DAT".
000560     SELECT OPTIONAL CONTACT-FILE ASSIGN TO "CONTACT.DAT".
000570     SELECT SORT-LOG-WORK-FILE ASSIGN TO "CLLWRK.DAT".
000580     SELECT SORTED-LOG-FILE  ASSIGN TO "CLLSRT.DAT".
000590     SELECT REGISTER-FILE    ASSIGN TO "CNTLOG.RPT".
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CUSTOMER-MASTER
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 180 CHARACTERS.
000650     COPY CUSTREC
000660         REPLACING ==CUSTOMER-RECORD== BY ==CUSTOMER-MASTER-REC==
000670             ==CUSTOMER-ID==   BY ==CM-CUSTOMER-ID==
000680             ==CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
000690             ==BALANCE-SIGNED== BY ==CM-BALANCE-SIGNED==
000700             ==BALANCE==       BY ==CM-BALANCE==
000710             ==AGE-DAYS==      BY ==CM-AGE-DAYS==
000720             ==CREDIT-LIMIT==  BY ==CM-CREDIT-LIMIT==
000730             ==CURRENCY-CODE== BY ==CM-CURRENCY-CODE==
000740             ==ADDR-LINE-1==   BY ==CM-ADDR-LINE-1==
000750             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
000760             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
000770             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
000780             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
000790             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
000800             ==PARENT-ID==     BY ==CM-PARENT-ID==
000810             ==FAMILY-CREDIT-LIMIT==
000820                 BY ==CM-FAMILY-CREDIT-LIMIT==
000830             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

000840*----------------------------------------------------------*
000850* TRANS-FILE - THE CONTACTS KEYED SINCE THE LAST RUN, IN   *
000860* NO PARTICULAR ORDER.  SORTED INTO LOG KEY ORDER BEFORE   *
000870* THEY ARE EDITED SO THEY CAN BE MATCHED AGAINST THE LOG.  *
000880*----------------------------------------------------------*
000890 FD  TRANS-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 110 CHARACTERS.
000920 01  TRANS-RECORD             PIC X(110).

000930 SD  SORT-TRN-WORK-FILE.
000940     COPY CNTREC
000950         REPLACING ==CONTACT-RECORD== BY ==SORT-TRN-RECORD==
000960             ==CNT-CONTACT-KEY==   BY ==ST-CONTACT-KEY==
000970             ==CNT-CUSTOMER-ID==   BY ==ST-CUSTOMER-ID==
000980             ==CNT-CONTACT-DATE==  BY ==ST-CONTACT-DATE==
000990             ==CNT-CONTACT-TIME==  BY ==ST-CONTACT-TIME==
001000             ==CNT-COLLECTOR-ID==  BY ==ST-COLLECTOR-ID==
001010             ==CNT-OUTCOME-CODE==  BY ==ST-OUTCOME-CODE==
001020             ==CNT-PROMISE-TO-PAY== BY ==ST-PROMISE-TO-PAY==
001030             ==CNT-OUTCOME-VALID== BY ==ST-OUTCOME-VALID==
001040             ==CNT-PROMISE-AMOUNT== BY ==ST-PROMISE-AMOUNT==
001050             ==CNT-FOLLOWUP-DATE== BY ==ST-FOLLOWUP-DATE==
001060             ==CNT-NOTE==          BY ==ST-NOTE==.

001070 FD  SORTED-TRN-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 110 CHARACTERS.
001100     COPY CNTREC
001110         REPLACING ==CONTACT-RECORD== BY ==SORTED-TRN-RECORD==
001120             ==CNT-CONTACT-KEY==   BY ==TT-CONTACT-KEY==
001130             ==CNT-CUSTOMER-ID==   BY ==TT-CUSTOMER-ID==
001140             ==CNT-CONTACT-DATE==  BY ==TT-CONTACT-DATE==
001150             ==CNT-CONTACT-TIME==  BY ==TT-CONTACT-TIME==
001160             ==CNT-COLLECTOR-ID==  BY ==TT-COLLECTOR-ID==
001170             ==CNT-OUTCOME-CODE==  BY ==TT-OUTCOME-CODE==
001180             ==CNT-PROMISE-TO-PAY== BY ==TT-PROMISE-TO-PAY==
001190             ==CNT-OUTCOME-VALID== BY ==TT-OUTCOME-VALID==
001200             ==CNT-PROMISE-AMOUNT== BY ==TT-PROMISE-AMOUNT==
001210             ==CNT-FOLLOWUP-DATE== BY ==TT-FOLLOWUP-DATE==
001220             ==CNT-NOTE==          BY ==TT-NOTE==.

001230*----------------------------------------------------------*
001240* CONTACT-FILE - THE CONTACT LOG.  OPTIONAL SO THE FIRST   *
001250* RUN CREATES IT.  SORTED INTO KEY ORDER TO FIND CONTACTS  *
001260* ALREADY LOGGED, THEN OPENED EXTEND FOR THIS RUN'S ADDS.  *
001270*----------------------------------------------------------*
001280 FD  CONTACT-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 110 CHARACTERS.
001310     COPY CNTREC.

001320 SD  SORT-LOG-WORK-FILE.
001330     COPY CNTREC
001340         REPLACING ==CONTACT-RECORD== BY ==SORT-LOG-RECORD==
001350             ==CNT-CONTACT-KEY==   BY ==SC-CONTACT-KEY==
001360             ==CNT-CUSTOMER-ID==   BY ==SC-CUSTOMER-ID==
001370             ==CNT-CONTACT-DATE==  BY ==SC-CONTACT-DATE==
001380             ==CNT-CONTACT-TIME==  BY ==SC-CONTACT-TIME==
001390             ==CNT-COLLECTOR-ID==  BY ==SC-COLLECTOR-ID==
001400             ==CNT-OUTCOME-CODE==  BY ==SC-OUTCOME-CODE==
001410             ==CNT-PROMISE-TO-PAY== BY ==SC-PROMISE-TO-PAY==
001420             ==CNT-OUTCOME-VALID== BY ==SC-OUTCOME-VALID==
001430             ==CNT-PROMISE-AMOUNT== BY ==SC-PROMISE-AMOUNT==
001440             ==CNT-FOLLOWUP-DATE== BY ==SC-FOLLOWUP-DATE==
001450             ==CNT-NOTE==          BY ==SC-NOTE==.

001460 FD  SORTED-LOG-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 110 CHARACTERS.
001490     COPY CNTREC
001500         REPLACING ==CONTACT-RECORD== BY ==SORTED-LOG-RECORD==
001510             ==CNT-CONTACT-KEY==   BY ==TC-CONTACT-KEY==
001520             ==CNT-CUSTOMER-ID==   BY ==TC-CUSTOMER-ID==
001530             ==CNT-CONTACT-DATE==  BY ==TC-CONTACT-DATE==
001540             ==CNT-CONTACT-TIME==  BY ==TC-CONTACT-TIME==
001550             ==CNT-COLLECTOR-ID==  BY ==TC-COLLECTOR-ID==
001560             ==CNT-OUTCOME-CODE==  BY ==TC-OUTCOME-CODE==
001570             ==CNT-PROMISE-TO-PAY== BY ==TC-PROMISE-TO-PAY==
001580             ==CNT-OUTCOME-VALID== BY ==TC-OUTCOME-VALID==
001590             ==CNT-PROMISE-AMOUNT== BY ==TC-PROMISE-AMOUNT==
001600             ==CNT-FOLLOWUP-DATE== BY ==TC-FOLLOWUP-DATE==
001610             ==CNT-NOTE==          BY ==TC-NOTE==.

001620 FD  REGISTER-FILE
001630     LABEL RECORDS ARE OMITTED.
001640 01  RPT-RECORD               PIC X(132).

001650 WORKING-STORAGE SECTION.
001660 77  WS-TRANS-EOF             PIC X       VALUE 'N'.
001670     88  TRANS-EOF                        VALUE 'Y'.
001680 77  WS-LOG-EOF               PIC X       VALUE 'N'.
001690     88  LOG-EOF                          VALUE 'Y'.
001700 77  WS-EDIT-OK-SW            PIC X       VALUE 'Y'.
001710     88  EDIT-OK                          VALUE 'Y'.
001720 77  WS-DATE-OK-SW            PIC X       VALUE 'N'.
001730     88  DATE-OK                          VALUE 'Y'.
001740 77  WS-ADD-COUNT             PIC 9(5) COMP VALUE ZERO.
001750 77  WS-PROMISE-COUNT         PIC 9(5) COMP VALUE ZERO.
001760 77  WS-REJECT-COUNT          PIC 9(5) COMP VALUE ZERO.
001770 77  WS-REJECT-REASON         PIC X(30)   VALUE SPACES.
001780 77  WS-EDIT-REASON           PIC X(30)   VALUE SPACES.
001790 77  WS-RESULT-DESC           PIC X(10)   VALUE SPACES.
001800 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
001810 77  WS-CHECK-DATE            PIC 9(8)    VALUE ZERO.
001820 01  WS-CHECK-TIME            PIC 9(4)    VALUE ZERO.
001830 01  WS-CHECK-TIME-R REDEFINES WS-CHECK-TIME.
001840     05  WS-CHECK-HH          PIC 9(2).
001850     05  WS-CHECK-MI          PIC 9(2).

001860*----------------------------------------------------------*
001870* MATCH KEYS - THE CURRENT SORTED LOG RECORD, SET TO       *
001880* HIGH-VALUES AT END OF FILE, AND THE LAST CONTACT LOGGED  *
001890* THIS RUN, SO A CONTACT KEYED TWICE IS CAUGHT.            *
001900*----------------------------------------------------------*
001910 01  WS-LOG-KEY               PIC X(26)   VALUE LOW-VALUES.
001920 01  WS-LAST-ADDED-KEY        PIC X(26)   VALUE LOW-VALUES.

001930*----------------------------------------------------------*
001940* DATE-TO-DAY-NUMBER WORK FIELDS - A DATE ON A TRANSACTION *
001950* IS PROVED A REAL CALENDAR DATE BY CONVERTING IT TO A     *
001960* SERIAL DAY NUMBER AND BACK AGAIN.                        *
001970*----------------------------------------------------------*
001980 01  WS-DTN-FIELDS.
001990     05  WS-DTN-DATE         PIC 9(08)   VALUE ZERO.
002000     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
002010         10  WS-DTN-YYYY     PIC 9(04).
002020         10  WS-DTN-MM       PIC 9(02).
002030         10  WS-DTN-DD       PIC 9(02).
002040     05  WS-DTN-M            PIC 9(4) COMP VALUE ZERO.
002050     05  WS-DTN-M-ADJ        PIC 9(4) COMP VALUE ZERO.
002060     05  WS-DTN-Q            PIC 9(4) COMP VALUE ZERO.
002070     05  WS-DTN-Y            PIC 9(4) COMP VALUE ZERO.
002080     05  WS-DTN-Y4           PIC 9(4) COMP VALUE ZERO.
002090     05  WS-DTN-Y100         PIC 9(4) COMP VALUE ZERO.
002100     05  WS-DTN-Y400         PIC 9(4) COMP VALUE ZERO.
002110     05  WS-DTN-M306         PIC 9(5) COMP VALUE ZERO.
002120     05  WS-DTN-MDAYS        PIC 9(4) COMP VALUE ZERO.
002130     05  WS-DTN-DAY-NO       PIC 9(7) COMP VALUE ZERO.
002140     05  WS-DTN-DDD          PIC S9(7) COMP VALUE ZERO.
002150     05  WS-DTN-MI           PIC 9(4) COMP VALUE ZERO.

002160 01  WS-HEADER-LINE-1.
002170     05  FILLER              PIC X(40) VALUE
002180         "COLLECTOR CONTACT LOG REGISTER".
002190     05  FILLER              PIC X(14) VALUE "RUN DATE".
002200     05  HL-RUN-DATE         PIC 9(8).
002210     05  FILLER              PIC X(70) VALUE SPACES.

002220 01  WS-HEADER-LINE-2.
002230     05  FILLER              PIC X(12) VALUE "CUST ID".
002240     05  FILLER              PIC X(10) VALUE "DATE".
002250     05  FILLER              PIC X(06) VALUE "TIME".
002260     05  FILLER              PIC X(06) VALUE "COLL".
002270     05  FILLER              PIC X(05) VALUE "OUT".
002280     05  FILLER              PIC X(12) VALUE "   PROMISED".
002290     05  FILLER              PIC X(10) VALUE "FOLLOW-UP".
002300     05  FILLER              PIC X(10) VALUE "RESULT".
002310     05  FILLER              PIC X(30) VALUE "REASON".
002320     05  FILLER              PIC X(31) VALUE SPACES.

002330 01  WS-REGISTER-LINE.
002340     05  RL-CUSTOMER-ID      PIC X(12).
002350     05  RL-CONTACT-DATE     PIC X(08).
002360     05  FILLER              PIC X(02) VALUE SPACES.
002370     05  RL-CONTACT-TIME     PIC X(04).
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  RL-COLLECTOR-ID     PIC X(06).
002400     05  RL-OUTCOME-CODE     PIC X(05).
002410     05  RL-PROMISE-AMOUNT   PIC ZZZ,ZZ9.99.
002420     05  FILLER              PIC X(02) VALUE SPACES.
002430     05  RL-FOLLOWUP-DATE    PIC X(08).
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  RL-RESULT           PIC X(10).
002460     05  RL-REASON           PIC X(30).
002470     05  FILLER              PIC X(31) VALUE SPACES.

002480 01  WS-NOTE-LINE.
002490     05  FILLER              PIC X(12) VALUE SPACES.
002500     05  FILLER              PIC X(06) VALUE "NOTE:".
002510     05  NL-NOTE             PIC X(60).
002520     05  FILLER              PIC X(54) VALUE SPACES.

002530 01  WS-SUMMARY-LINE.
002540     05  FILLER              PIC X(20) VALUE SPACES.
002550     05  SL-LABEL            PIC X(20).
002560     05  SL-COUNT            PIC ZZ,ZZ9.
002570     05  FILLER              PIC X(86) VALUE SPACES.

002580 PROCEDURE DIVISION.

002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
002620     PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
002630         UNTIL TRANS-EOF.
002640     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002660     STOP RUN.

002670*----------------------------------------------------------*
002680* 1000-INITIALIZE - SORT THE NEW CONTACTS AND THE LOG INTO *
002690* KEY ORDER, OPEN FILES AND WRITE REGISTER HEADINGS.  THE  *
002700* SORTED COPY OF THE LOG IS READ FOR THE MATCH, SO THE LOG *
002710* ITSELF CAN BE OPENED EXTEND FOR THIS RUN'S ADDS.         *
002720*----------------------------------------------------------*
002730 1000-INITIALIZE.
002740     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002750     PERFORM 1400-SORT-TRANSACTIONS THRU 1400-EXIT.
002760     PERFORM 1450-SORT-LOG THRU 1450-EXIT.
002770     OPEN INPUT  CUSTOMER-MASTER.
002780     OPEN INPUT  SORTED-TRN-FILE.
002790     OPEN INPUT  SORTED-LOG-FILE.
002800     OPEN EXTEND CONTACT-FILE.
002810     OPEN OUTPUT REGISTER-FILE.
002820     MOVE WS-SYSTEM-DATE TO HL-RUN-DATE.
002830     WRITE RPT-RECORD FROM WS-HEADER-LINE-1.
002840     WRITE RPT-RECORD FROM WS-HEADER-LINE-2.
002850     PERFORM 2100-READ-SORTED-LOG THRU 2100-EXIT.
002860 1000-EXIT.
002870     EXIT.

002880 1400-SORT-TRANSACTIONS.
002890     SORT SORT-TRN-WORK-FILE
002900         ON ASCENDING KEY ST-CONTACT-KEY
002910         USING TRANS-FILE
002920         GIVING SORTED-TRN-FILE.
002930 1400-EXIT.
002940     EXIT.

002950 1450-SORT-LOG.
002960     SORT SORT-LOG-WORK-FILE
002970         ON ASCENDING KEY SC-CONTACT-KEY
002980         USING CONTACT-FILE
002990         GIVING SORTED-LOG-FILE.
003000 1450-EXIT.
003010     EXIT.

003020 2100-READ-SORTED-LOG.
003030     READ SORTED-LOG-FILE
003040         AT END
003050             MOVE 'Y' TO WS-LOG-EOF
003060             MOVE HIGH-VALUES TO WS-LOG-KEY
003070         NOT AT END
003080             MOVE TC-CONTACT-KEY TO WS-LOG-KEY
003090     END-READ.
003100 2100-EXIT.
003110     EXIT.

003120*----------------------------------------------------------*
003130* 3000-READ-TRANSACTION - READ THE NEXT SORTED CONTACT     *
003140*----------------------------------------------------------*
003150 3000-READ-TRANSACTION.
003160     READ SORTED-TRN-FILE
003170         AT END MOVE 'Y' TO WS-TRANS-EOF
003180     END-READ.
003190 3000-EXIT.
003200     EXIT.

003210*----------------------------------------------------------*
003220* 4000-APPLY-TRANSACTION - EDIT THE CONTACT, CHECK IT IS   *
003230* NOT ALREADY LOGGED, ADD IT TO THE LOG, THEN WRITE ITS    *
003240* REGISTER LINE                                            *
003250*----------------------------------------------------------*
003260 4000-APPLY-TRANSACTION.
003270     MOVE SPACES TO WS-REJECT-REASON.
003280     PERFORM 4050-EDIT-TRANSACTION THRU 4050-EXIT.
003290     IF EDIT-OK
003300         PERFORM 4100-CHECK-ALREADY-LOGGED THRU 4100-EXIT
003310     END-IF.
003320     IF EDIT-OK
003330         PERFORM 4200-ADD-CONTACT THRU 4200-EXIT
003340     ELSE
003350         MOVE "REJECTED" TO WS-RESULT-DESC
003360         MOVE WS-EDIT-REASON TO WS-REJECT-REASON
003370         ADD 1 TO WS-REJECT-COUNT
003380     END-IF.
003390     PERFORM 4900-WRITE-REGISTER-LINE THRU 4900-EXIT.
003400     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
003410 4000-EXIT.
003420     EXIT.

003430*----------------------------------------------------------*
003440* 4050-EDIT-TRANSACTION - THE FIRST FAILURE FOUND IS THE   *
003450* REASON GIVEN.  A CUSTOMER ON HOLD, OR ASSIGNED TO        *
003460* ANOTHER COLLECTOR, IS NOT REJECTED - COLLECTORS COVER    *
003470* FOR EACH OTHER, AND THE CALL STILL HAPPENED.             *
003480*----------------------------------------------------------*
003490 4050-EDIT-TRANSACTION.
003500     MOVE 'Y'    TO WS-EDIT-OK-SW.
003510     MOVE SPACES TO WS-EDIT-REASON.
003520     PERFORM 4060-EDIT-CUSTOMER THRU 4060-EXIT.
003530     IF EDIT-OK
003540         PERFORM 4070-EDIT-WHEN-AND-WHO THRU 4070-EXIT
003550     END-IF.
003560     IF EDIT-OK
003570         PERFORM 4080-EDIT-OUTCOME THRU 4080-EXIT
003580     END-IF.
003590 4050-EXIT.
003600     EXIT.

003610 4060-EDIT-CUSTOMER.
003620     MOVE TT-CUSTOMER-ID TO CM-CUSTOMER-ID.
003630     READ CUSTOMER-MASTER
003640         INVALID KEY
003650             MOVE 'N' TO WS-EDIT-OK-SW
003660             MOVE "CUSTOMER ID NOT FOUND" TO WS-EDIT-REASON
003670     END-READ.
003680 4060-EXIT.
003690     EXIT.

003700 4070-EDIT-WHEN-AND-WHO.
003710     MOVE TT-CONTACT-DATE TO WS-CHECK-DATE.
003720     PERFORM 8700-CHECK-DATE THRU 8700-EXIT.
003730     IF NOT DATE-OK
003740         MOVE 'N' TO WS-EDIT-OK-SW
003750         MOVE "INVALID CONTACT DATE" TO WS-EDIT-REASON
003760     ELSE
003770         IF TT-CONTACT-DATE > WS-SYSTEM-DATE
003780             MOVE 'N' TO WS-EDIT-OK-SW
003790             MOVE "CONTACT DATE IN THE FUTURE" TO WS-EDIT-REASON
003800         END-IF
003810     END-IF.
003820     IF EDIT-OK
003830         IF TT-CONTACT-TIME NOT NUMERIC
003840             MOVE 'N' TO WS-EDIT-OK-SW
003850             MOVE "INVALID CONTACT TIME" TO WS-EDIT-REASON
003860         ELSE
003870             MOVE TT-CONTACT-TIME TO WS-CHECK-TIME
003880             IF WS-CHECK-HH > 23 OR WS-CHECK-MI > 59
003890                 MOVE 'N' TO WS-EDIT-OK-SW
003900                 MOVE "INVALID CONTACT TIME" TO WS-EDIT-REASON
003910             END-IF
003920         END-IF
003930     END-IF.
003940     IF EDIT-OK AND TT-COLLECTOR-ID = SPACES
003950         MOVE 'N' TO WS-EDIT-OK-SW
003960         MOVE "COLLECTOR ID MISSING" TO WS-EDIT-REASON
003970     END-IF.
003980 4070-EXIT.
003990     EXIT.

004000*----------------------------------------------------------*
004010* 4080-EDIT-OUTCOME - KNOWN OUTCOME CODE; FOLLOW-UP DATE   *
004020* ZERO OR A REAL DATE NOT BEFORE THE CONTACT; A PROMISE TO *
004030* PAY NEEDS BOTH AN AMOUNT AND A DATE, ANYTHING ELSE NO    *
004040* AMOUNT.                                                  *
004050*----------------------------------------------------------*
004060 4080-EDIT-OUTCOME.
004070     IF NOT TT-OUTCOME-VALID
004080         MOVE 'N' TO WS-EDIT-OK-SW
004090         MOVE "INVALID OUTCOME CODE" TO WS-EDIT-REASON
004100     END-IF.
004110     IF EDIT-OK
004120         IF TT-FOLLOWUP-DATE NOT NUMERIC
004130             MOVE 'N' TO WS-EDIT-OK-SW
004140             MOVE "INVALID FOLLOW-UP DATE" TO WS-EDIT-REASON
004150         ELSE
004160             IF TT-FOLLOWUP-DATE NOT = ZERO
004170                 MOVE TT-FOLLOWUP-DATE TO WS-CHECK-DATE
004180                 PERFORM 8700-CHECK-DATE THRU 8700-EXIT
004190                 IF NOT DATE-OK
004200                     OR TT-FOLLOWUP-DATE < TT-CONTACT-DATE
004210                     MOVE 'N' TO WS-EDIT-OK-SW
004220                     MOVE "INVALID FOLLOW-UP DATE"
004230                         TO WS-EDIT-REASON
004240                 END-IF
004250             END-IF
004260         END-IF
004270     END-IF.
004280     IF EDIT-OK AND TT-PROMISE-AMOUNT NOT NUMERIC
004290         MOVE 'N' TO WS-EDIT-OK-SW
004300         MOVE "PROMISE AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
004310     END-IF.
004320     IF EDIT-OK
004330         IF TT-PROMISE-TO-PAY
004340             IF TT-PROMISE-AMOUNT = ZERO
004350                 MOVE 'N' TO WS-EDIT-OK-SW
004360                 MOVE "PROMISE AMOUNT MISSING" TO WS-EDIT-REASON
004370             ELSE
004380                 IF TT-FOLLOWUP-DATE = ZERO
004390                     MOVE 'N' TO WS-EDIT-OK-SW
004400                     MOVE "PROMISE DATE MISSING"
004410                         TO WS-EDIT-REASON
004420                 END-IF
004430             END-IF
004440         ELSE
004450             IF TT-PROMISE-AMOUNT NOT = ZERO
004460                 MOVE 'N' TO WS-EDIT-OK-SW
004470                 MOVE "AMOUNT ONLY ON A PROMISE" TO WS-EDIT-REASON
004480             END-IF
004490         END-IF
004500     END-IF.
004510 4080-EXIT.
004520     EXIT.

004530*----------------------------------------------------------*
004540* 4100-CHECK-ALREADY-LOGGED - PASS THE SORTED LOG UP TO    *
004550* THIS CONTACT'S KEY; AN EQUAL KEY IS ALREADY ON THE LOG.  *
004560* A KEY EQUAL TO THE LAST ONE ADDED THIS RUN WAS KEYED     *
004570* TWICE.                                                   *
004580*----------------------------------------------------------*
004590 4100-CHECK-ALREADY-LOGGED.
004600     PERFORM 2100-READ-SORTED-LOG THRU 2100-EXIT
004610         UNTIL WS-LOG-KEY NOT < TT-CONTACT-KEY.
004620     IF WS-LOG-KEY = TT-CONTACT-KEY
004630         MOVE 'N' TO WS-EDIT-OK-SW
004640         MOVE "ALREADY LOGGED" TO WS-EDIT-REASON
004650     ELSE
004660         IF WS-LAST-ADDED-KEY = TT-CONTACT-KEY
004670             MOVE 'N' TO WS-EDIT-OK-SW
004680             MOVE "DUPLICATE IN THIS BATCH" TO WS-EDIT-REASON
004690         END-IF
004700     END-IF.
004710 4100-EXIT.
004720     EXIT.

004730 4200-ADD-CONTACT.
004740     WRITE CONTACT-RECORD FROM SORTED-TRN-RECORD.
004750     MOVE TT-CONTACT-KEY TO WS-LAST-ADDED-KEY.
004760     MOVE "LOGGED"   TO WS-RESULT-DESC.
004770     MOVE SPACES     TO WS-REJECT-REASON.
004780     ADD 1 TO WS-ADD-COUNT.
004790     IF TT-PROMISE-TO-PAY
004800         ADD 1 TO WS-PROMISE-COUNT
004810     END-IF.
004820 4200-EXIT.
004830     EXIT.

004840*----------------------------------------------------------*
004850* 4900-WRITE-REGISTER-LINE - THE CONTACT AS KEYED, WITH    *
004860* ITS NOTE ON A SECOND LINE WHEN THERE IS ONE              *
004870*----------------------------------------------------------*
004880 4900-WRITE-REGISTER-LINE.
004890     MOVE SPACES TO WS-REGISTER-LINE.
004900     MOVE TT-CUSTOMER-ID      TO RL-CUSTOMER-ID.
004910     MOVE TT-CONTACT-DATE     TO RL-CONTACT-DATE.
004920     MOVE TT-CONTACT-TIME     TO RL-CONTACT-TIME.
004930     MOVE TT-COLLECTOR-ID     TO RL-COLLECTOR-ID.
004940     MOVE TT-OUTCOME-CODE     TO RL-OUTCOME-CODE.
004950     IF TT-PROMISE-AMOUNT NUMERIC
004960         MOVE TT-PROMISE-AMOUNT TO RL-PROMISE-AMOUNT
004970     END-IF.
004980     MOVE TT-FOLLOWUP-DATE    TO RL-FOLLOWUP-DATE.
004990     MOVE WS-RESULT-DESC      TO RL-RESULT.
005000     MOVE WS-REJECT-REASON    TO RL-REASON.
005010     WRITE RPT-RECORD FROM WS-REGISTER-LINE.
005020     IF TT-NOTE NOT = SPACES
005030         MOVE TT-NOTE TO NL-NOTE
005040         WRITE RPT-RECORD FROM WS-NOTE-LINE
005050     END-IF.
005060 4900-EXIT.
005070     EXIT.

005080*----------------------------------------------------------*
005090* 7000-PRINT-SUMMARY - WRITE THE CONTACT COUNT SUMMARY.    *
005100* ANY REJECTED CONTACT ENDS THE RUN WITH RETURN-CODE 4 SO  *
005110* IT IS RE-KEYED.                                          *
005120*----------------------------------------------------------*
005130 7000-PRINT-SUMMARY.
005140     MOVE SPACES TO WS-SUMMARY-LINE.
005150     MOVE "CONTACTS LOGGED"   TO SL-LABEL.
005160     MOVE WS-ADD-COUNT        TO SL-COUNT.
005170     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

005180     MOVE SPACES TO WS-SUMMARY-LINE.
005190     MOVE "PROMISES LOGGED"   TO SL-LABEL.
005200     MOVE WS-PROMISE-COUNT    TO SL-COUNT.
005210     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

005220     MOVE SPACES TO WS-SUMMARY-LINE.
005230     MOVE "REJECTED"          TO SL-LABEL.
005240     MOVE WS-REJECT-COUNT     TO SL-COUNT.
005250     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

005260     DISPLAY "CONTACTS LOGGED: " WS-ADD-COUNT.
005270     DISPLAY "PROMISES LOGGED: " WS-PROMISE-COUNT.
005280     DISPLAY "REJECTED:        " WS-REJECT-COUNT.
005290     IF WS-REJECT-COUNT > ZERO
005300         MOVE 4 TO RETURN-CODE
005310     END-IF.
005320 7000-EXIT.
005330     EXIT.

005340*----------------------------------------------------------*
005350* 8700-CHECK-DATE - WS-CHECK-DATE IS A REAL CALENDAR DATE  *
005360* IF IT SURVIVES THE TRIP TO A SERIAL DAY NUMBER AND BACK  *
005370* UNCHANGED - 20260231 COMES BACK AS 20260303.             *
005380*----------------------------------------------------------*
005390 8700-CHECK-DATE.
005400     MOVE 'N' TO WS-DATE-OK-SW.
005410     IF WS-CHECK-DATE NUMERIC
005420         AND WS-CHECK-DATE NOT < 19000101
005430         AND WS-CHECK-DATE NOT > 29991231
005440         MOVE WS-CHECK-DATE TO WS-DTN-DATE
005450         IF WS-DTN-MM NOT < 1 AND WS-DTN-MM NOT > 12
005460             AND WS-DTN-DD NOT < 1 AND WS-DTN-DD NOT > 31
005470             PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
005480             PERFORM 8850-DAY-NUMBER-TO-DATE THRU 8850-EXIT
005490             IF WS-DTN-DATE = WS-CHECK-DATE
005500                 MOVE 'Y' TO WS-DATE-OK-SW
005510             END-IF
005520         END-IF
005530     END-IF.
005540 8700-EXIT.
005550     EXIT.

005560*----------------------------------------------------------*
005570* 8800-DATE-TO-DAY-NUMBER - CONVERT THE YYYYMMDD DATE IN   *
005580* WS-DTN-DATE TO A SERIAL DAY NUMBER IN WS-DTN-DAY-NO.     *
005590* THE YEAR IS SHIFTED TO START IN MARCH SO FEBRUARY'S LEAP *
005600* DAY FALLS AT THE END OF IT.                              *
005610*----------------------------------------------------------*
005620 8800-DATE-TO-DAY-NUMBER.
005630     ADD WS-DTN-MM, 9, GIVING WS-DTN-M.
005640     DIVIDE WS-DTN-M BY 12
005650         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
005660     DIVIDE WS-DTN-M-ADJ BY 10 GIVING WS-DTN-Q.
005670     SUBTRACT WS-DTN-Q FROM WS-DTN-YYYY GIVING WS-DTN-Y.
005680     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
005690     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
005700     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
005710     COMPUTE WS-DTN-M306 = WS-DTN-M-ADJ * 306 + 5.
005720     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
005730     COMPUTE WS-DTN-DAY-NO = 365 * WS-DTN-Y
005740         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400
005750         + WS-DTN-MDAYS + WS-DTN-DD - 1.
005760 8800-EXIT.
005770     EXIT.

005780*----------------------------------------------------------*
005790* 8850-DAY-NUMBER-TO-DATE - THE INVERSE OF 8800 - CONVERT  *
005800* THE SERIAL DAY NUMBER IN WS-DTN-DAY-NO BACK TO A         *
005810* YYYYMMDD DATE IN WS-DTN-DATE.                            *
005820*----------------------------------------------------------*
005830 8850-DAY-NUMBER-TO-DATE.
005840     COMPUTE WS-DTN-Y = (10000 * WS-DTN-DAY-NO + 14780) / 3652425.
005850     PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT.
005860     IF WS-DTN-DDD < ZERO
005870         SUBTRACT 1 FROM WS-DTN-Y
005880         PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT
005890     END-IF.
005900     COMPUTE WS-DTN-MI = (100 * WS-DTN-DDD + 52) / 3060.
005910     ADD WS-DTN-MI, 2, GIVING WS-DTN-M.
005920     DIVIDE WS-DTN-M BY 12
005930         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
005940     ADD WS-DTN-M-ADJ, 1, GIVING WS-DTN-MM.
005950     ADD WS-DTN-Y, WS-DTN-Q, GIVING WS-DTN-YYYY.
005960     COMPUTE WS-DTN-M306 = WS-DTN-MI * 306 + 5.
005970     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
005980     COMPUTE WS-DTN-DD = WS-DTN-DDD - WS-DTN-MDAYS + 1.
005990 8850-EXIT.
006000     EXIT.

006010 8860-DAYS-INTO-YEAR.
006020     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
006030     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
006040     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
006050     COMPUTE WS-DTN-DDD = WS-DTN-DAY-NO - (365 * WS-DTN-Y
006060         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400).
006070 8860-EXIT.
006080     EXIT.

006090*----------------------------------------------------------*
006100* 9000-TERMINATE - CLOSE FILES AND END THE RUN             *
006110*----------------------------------------------------------*
006120 9000-TERMINATE.
006130     CLOSE CUSTOMER-MASTER.
006140     CLOSE SORTED-TRN-FILE.
006150     CLOSE SORTED-LOG-FILE.
006160     CLOSE CONTACT-FILE.
006170     CLOSE REGISTER-FILE.
006180 9000-EXIT.
006190     EXIT.
