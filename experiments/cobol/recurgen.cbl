000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RECUR-GEN.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  GENERATES THE RECURRING *
000220*                   INVOICES - SERVICE CONTRACTS, RENTALS AND *
000230*                   RETAINERS - THAT WERE KEYED BY HAND INTO  *
000240*                   INVTRANS.DAT.  EVERY SCHEDULE ON          *
000250*                   RECURMST.DAT (MAINTAINED BY RECUR-MAINT)  *
000260*                   WHOSE NEXT BILL DATE IS ON OR BEFORE THE  *
000270*                   RUN DATE, AND NOT PAST ITS END DATE, IS   *
000280*                   BILLED: ONE "I" TRANSACTION PER CYCLE IS  *
000290*                   APPENDED TO INVTRANS.DAT FOR INV-REGISTER *
000300*                   TO BOOK, DATED THE CYCLE'S BILL DATE, AND *
000310*                   THE NEXT BILL DATE IS ADVANCED BY THE     *
000320*                   FREQUENCY - A WEEK, OR ONE, THREE OR      *
000330*                   TWELVE MONTHS ON THE START DATE'S DAY OF  *
000340*                   THE MONTH (THE MONTH'S LAST DAY WHEN IT   *
000350*                   IS SHORTER).  A SCHEDULE MISSED FOR       *
000360*                   SEVERAL CYCLES IS BILLED FOR EACH OF      *
000370*                   THEM.  THE INVOICE NUMBER IS "RB", THE    *
000380*                   SCHEDULE NUMBER AND THE CYCLE COUNT, SO   *
000390*                   IT IS THE SAME EVERY TIME A GIVEN CYCLE   *
000400*                   IS GENERATED.  A SCHEDULE WHOSE CUSTOMER  *
000410*                   IS NOT ON CUSTMAST.DAT (DELETED), CARRIES *
000420*                   ANY HOLD CODE, OR BILLS IN ANOTHER        *
000430*                   CURRENCY IS SKIPPED, LEFT DUE, AND LISTED *
000440*                   WITH THE REASON.  THE RUN DATE IS STAMPED *
000450*                   ON EVERY SCHEDULE BILLED, AND A SCHEDULE  *
000460*                   ALREADY BILLED ON THE RUN DATE IS NEVER   *
000470*                   BILLED AGAIN THAT DAY, SO A RERUN BILLS   *
000480*                   NOTHING TWICE - AND A CYCLE REGENERATED   *
000490*                   AFTER A FAILED RUN CARRIES THE SAME       *
000500*                   INVOICE NUMBER, WHICH INV-REGISTER        *
000510*                   REJECTS AS A DUPLICATE.  THE PRE-BILLING  *
000520*                   PROOF LISTING (RECURPRF.RPT) SHOWS EVERY  *
000530*                   INVOICE GENERATED AND EVERY SCHEDULE      *
000540*                   SKIPPED, WITH TOTALS BY CURRENCY, AND IS  *
000550*                   CHECKED BEFORE INV-REGISTER RUNS.  THE    *
000560*                   RUN DATE IS TODAY UNLESS A RECURGEN-DATE  *
000570*                   CARD ON PARMCARD.DAT NAMES ANOTHER.  RC 4 *
000580*                   WHEN A SCHEDULE IS SKIPPED OR A PARM CARD *
000590*                   IS BAD, 8 WHEN A SCHEDULE COULD NOT BE    *
000600*                   UPDATED.                                  *
000601*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
000602*                   RUN-CONTROL FILE (RUNCTL.DAT).  IT IS     *
000603*                   REFUSED WITH RETURN-CODE 8, BEFORE ANY    *
000604*                   FILE IS OPENED, WHEN NO BUSINESS DATE IS  *
000605*                   OPEN, WHEN A STEP AHEAD OF IT HAS NOT     *
000606*                   COMPLETED FOR THE DATE, WHEN IT HAS       *
000607*                   ALREADY COMPLETED FOR THE DATE, OR WHEN A *
000608*                   LATER STEP HAS ALREADY RUN.  THE STEP'S   *
000609*                   STATUS, RETURN CODE AND SCHEDULE COUNT    *
000610*                   ARE RECORDED AT THE END.                  *
000611*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000612*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000613*                   FIELD.                                    *
000614*  10/15/2026 RWH   THE RUN DATE NOW DEFAULTS TO THE BUSINESS *
000615*                   DATE THE RUN-CONTROL FILE HAS OPEN, NOT   *
000616*                   THE MACHINE DATE.  A RECURGEN-DATE CARD   *
000617*                   STILL OVERRIDES IT.                       *
000618*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000619*----------------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD.DAT".
000660     SELECT OPTIONAL RECUR-MASTER ASSIGN TO "RECURMST.DAT"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS RCR-SCHEDULE-KEY.
000700     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS CM-CUSTOMER-ID.
000740     SELECT OPTIONAL TRANS-FILE ASSIGN TO "INVTRANS.DAT".
000750     SELECT PROOF-FILE       ASSIGN TO "RECURPRF.RPT".
000752     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000754         ORGANIZATION IS INDEXED
000756         ACCESS MODE IS RANDOM
000758         RECORD KEY IS RUN-KEY.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PARM-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 32 CHARACTERS.
000810 01  PARM-RECORD.
000820     05  PRM-KEYWORD             PIC X(20).
000830     05  PRM-VALUE               PIC X(12).
000840     05  PRM-VALUE-INT REDEFINES PRM-VALUE
000850                                 PIC 9(12).

000860 FD  RECUR-MASTER
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 100 CHARACTERS.
000890     COPY RECURREC.

000900 FD  CUSTOMER-MASTER
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 180 CHARACTERS.
000930     COPY CUSTREC
000940         REPLACING ==CUSTOMER-RECORD== BY ==CUSTOMER-MASTER-REC==
000950             ==CUSTOMER-ID==   BY ==CM-CUSTOMER-ID==
000960             ==CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
000970             ==BALANCE-SIGNED== BY ==CM-BALANCE-SIGNED==
000980             ==BALANCE==       BY ==CM-BALANCE==
000990             ==AGE-DAYS==      BY ==CM-AGE-DAYS==
001000             ==CREDIT-LIMIT==  BY ==CM-CREDIT-LIMIT==
001010             ==CURRENCY-CODE== BY ==CM-CURRENCY-CODE==
001020             ==ADDR-LINE-1==   BY ==CM-ADDR-LINE-1==
001030             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
001040             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
001050             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
001060             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
001070             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
001080             ==PARENT-ID==     BY ==CM-PARENT-ID==
001090             ==FAMILY-CREDIT-LIMIT==
001100                 BY ==CM-FAMILY-CREDIT-LIMIT==
001105             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

001110*----------------------------------------------------------*
001120* TRANS-FILE - THE INV-REGISTER TRANSACTION FILE, OPENED   *
001130* EXTEND SO THE GENERATED INVOICES JOIN ANY TRANSACTIONS   *
001140* ALREADY KEYED FOR THE NIGHT.                             *
001150*----------------------------------------------------------*
001160 FD  TRANS-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 39 CHARACTERS.
001190 01  TRANS-RECORD.
001200     05  TRANS-ACTION-CODE   PIC X(01).
001210     05  TRANS-CUSTOMER-ID   PIC X(10).
001220     05  TRANS-INVOICE-NO    PIC X(10).
001230     05  TRANS-INVOICE-DATE  PIC 9(08).
001240     05  TRANS-AMOUNT        PIC 9(5)V99.
001250     05  TRANS-CURRENCY-CODE PIC X(03).

001260 FD  PROOF-FILE
001270     LABEL RECORDS ARE OMITTED.
001280 01  RPT-RECORD               PIC X(132).

001281*----------------------------------------------------------*
001282* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
001283* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
001284* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
001285* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
001286* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
001287* TOTALS.                                                  *
001288*----------------------------------------------------------*
001289 FD  RUN-CONTROL-FILE
001290     LABEL RECORDS ARE STANDARD
001291     RECORD CONTAINS 150 CHARACTERS.
001292     COPY RUNCREC.

001301 WORKING-STORAGE SECTION.
001310 77  WS-RUN-DATE              PIC 9(8)    VALUE ZERO.
001320 77  WS-RUN-DATE-SOURCE       PIC X(16)   VALUE "BUSINESS DATE".
001330 77  WS-PARM-EOF              PIC X       VALUE 'N'.
001340     88  PARM-EOF                         VALUE 'Y'.
001350 77  WS-PARM-ERROR-SW         PIC X       VALUE 'N'.
001360     88  PARM-ERROR-SEEN                  VALUE 'Y'.
001370 77  WS-PARM-EDIT-DATE        PIC 9(8)    VALUE ZERO.
001380 77  WS-RECUR-EOF             PIC X       VALUE 'N'.
001390     88  RECUR-EOF                        VALUE 'Y'.
001400 77  WS-CUST-MATCH-SW         PIC X       VALUE 'N'.
001410     88  CUST-FOUND                       VALUE 'Y'.
001420 77  WS-SKIP-REASON           PIC X(30)   VALUE SPACES.
001430 77  WS-READ-COUNT            PIC 9(5) COMP VALUE ZERO.
001440 77  WS-BILLED-COUNT          PIC 9(5) COMP VALUE ZERO.
001450 77  WS-INVOICE-COUNT         PIC 9(5) COMP VALUE ZERO.
001460 77  WS-SKIP-COUNT            PIC 9(5) COMP VALUE ZERO.
001470 77  WS-DONE-TODAY-COUNT      PIC 9(5) COMP VALUE ZERO.
001480 77  WS-NOT-DUE-COUNT         PIC 9(5) COMP VALUE ZERO.
001490 77  WS-ENDED-COUNT           PIC 9(5) COMP VALUE ZERO.
001500 77  WS-REWRITE-FAIL-COUNT    PIC 9(5) COMP VALUE ZERO.
001510 77  WS-ADD-MONTHS            PIC 9(2) COMP VALUE ZERO.
001520 77  WS-MONTH-END-DD          PIC 9(2)    VALUE ZERO.
001530 77  WS-LEAP-Q                PIC 9(4) COMP VALUE ZERO.
001540 77  WS-LEAP-R4               PIC 9(4) COMP VALUE ZERO.
001550 77  WS-LEAP-R100             PIC 9(4) COMP VALUE ZERO.
001560 77  WS-LEAP-R400             PIC 9(4) COMP VALUE ZERO.
001570 77  WS-CURRENCY-COUNT        PIC 9(5) COMP VALUE ZERO.
001580 77  WS-CURR-MAX-ENTRIES      PIC 9(5) COMP VALUE 20.
001590 77  WS-CURR-FOUND-SW         PIC X       VALUE 'N'.
001600     88  CURRENCY-FOUND                   VALUE 'Y'.
001610 77  WS-CURR-FULL-SW          PIC X       VALUE 'N'.
001620     88  CURRENCY-TABLE-FULL              VALUE 'Y'.

001630*----------------------------------------------------------*
001640* WS-INVOICE-NO-BUILD - "RB", THE SCHEDULE NUMBER AND THE  *
001650* CYCLE COUNT.  THE CUSTOMER-ID IS ALREADY PART OF THE     *
001660* OPEN-ITEM KEY, SO THIS IS UNIQUE WITHOUT IT.             *
001670*----------------------------------------------------------*
001680 01  WS-INVOICE-NO-BUILD.
001690     05  FILLER              PIC X(02)   VALUE "RB".
001700     05  WS-INB-SCHEDULE-NO  PIC X(03).
001710     05  WS-INB-CYCLE        PIC 9(05).

001720 01  WS-ANCHOR-DATE          PIC 9(08)   VALUE ZERO.
001730 01  WS-ANCHOR-DATE-R REDEFINES WS-ANCHOR-DATE.
001740     05  FILLER              PIC 9(06).
001750     05  WS-ANCHOR-DD        PIC 9(02).

001760 01  WS-MONTH-DAYS-VALUES    PIC X(24)   VALUE
001770     "312831303130313130313031".
001780 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001790     05  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.

001800*----------------------------------------------------------*
001810* WS-CURRENCY-TABLE - INVOICES AND AMOUNT GENERATED PER    *
001820* CURRENCY, FOR THE PROOF TOTALS.                          *
001830*----------------------------------------------------------*
001840 01  WS-CURRENCY-TABLE.
001850     05  WS-CURR-ENTRY OCCURS 20 TIMES
001860                       DEPENDING ON WS-CURRENCY-COUNT
001870                       INDEXED BY WS-CURR-IDX.
001880         10  WS-CURR-CODE        PIC X(03).
001890         10  WS-CURR-INVOICES    PIC 9(5) COMP.
001900         10  WS-CURR-AMOUNT      PIC 9(9)V99.

001910*----------------------------------------------------------*
001920* DATE-TO-DAY-NUMBER WORK FIELDS - CONVERT A YYYYMMDD DATE *
001930* TO A SERIAL DAY NUMBER AND BACK, SO A WEEK CAN BE ADDED  *
001940* TO A BILL DATE.                                          *
001950*----------------------------------------------------------*
001960 01  WS-DTN-FIELDS.
001970     05  WS-DTN-DATE         PIC 9(08)   VALUE ZERO.
001980     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
001990         10  WS-DTN-YYYY     PIC 9(04).
002000         10  WS-DTN-MM       PIC 9(02).
002010         10  WS-DTN-DD       PIC 9(02).
002020     05  WS-DTN-M            PIC 9(4) COMP VALUE ZERO.
002030     05  WS-DTN-M-ADJ        PIC 9(4) COMP VALUE ZERO.
002040     05  WS-DTN-Q            PIC 9(4) COMP VALUE ZERO.
002050     05  WS-DTN-Y            PIC 9(4) COMP VALUE ZERO.
002060     05  WS-DTN-Y4           PIC 9(4) COMP VALUE ZERO.
002070     05  WS-DTN-Y100         PIC 9(4) COMP VALUE ZERO.
002080     05  WS-DTN-Y400         PIC 9(4) COMP VALUE ZERO.
002090     05  WS-DTN-M306         PIC 9(5) COMP VALUE ZERO.
002100     05  WS-DTN-MDAYS        PIC 9(4) COMP VALUE ZERO.
002110     05  WS-DTN-DAY-NO       PIC 9(7) COMP VALUE ZERO.
002120     05  WS-DTN-DDD          PIC S9(7) COMP VALUE ZERO.
002130     05  WS-DTN-MI           PIC 9(4) COMP VALUE ZERO.

002140 01  WS-RPT-HEADER-LINE.
002150     05  FILLER              PIC X(40) VALUE
002160         "RECURRING BILLING PRE-BILLING PROOF".
002170     05  FILLER              PIC X(14) VALUE "RUN DATE".
002180     05  RH-RUN-DATE         PIC 9(8).
002190     05  FILLER              PIC X(70) VALUE SPACES.

002200 01  WS-PARM-HEADER-LINE.
002210     05  FILLER              PIC X(34) VALUE
002220         "RUNTIME PARAMETERS FOR THIS RUN".
002230     05  FILLER              PIC X(98) VALUE SPACES.

002240 01  WS-PARM-AUDIT-LINE.
002250     05  FILLER              PIC X(04) VALUE SPACES.
002260     05  PA-NAME             PIC X(22).
002270     05  PA-VALUE            PIC X(16).
002280     05  PA-SOURCE           PIC X(16).
002290     05  FILLER              PIC X(74) VALUE SPACES.

002300 01  WS-COLUMN-HEADER-LINE.
002310     05  FILLER              PIC X(12) VALUE "CUST ID".
002320     05  FILLER              PIC X(22) VALUE "CUSTOMER NAME".
002330     05  FILLER              PIC X(06) VALUE "SCHED".
002340     05  FILLER              PIC X(12) VALUE "INVOICE NO".
002350     05  FILLER              PIC X(10) VALUE "BILL DATE".
002360     05  FILLER              PIC X(12) VALUE "    AMOUNT".
002370     05  FILLER              PIC X(05) VALUE "CCY".
002380     05  FILLER              PIC X(10) VALUE "NEXT BILL".
002390     05  FILLER              PIC X(10) VALUE "RESULT".
002400     05  FILLER              PIC X(33) VALUE SPACES.

002410 01  WS-PROOF-LINE.
002420     05  PL-CUSTOMER-ID      PIC X(12).
002430     05  PL-CUSTOMER-NAME    PIC X(22).
002440     05  PL-SCHEDULE-NO      PIC X(06).
002450     05  PL-INVOICE-NO       PIC X(12).
002460     05  PL-BILL-DATE        PIC 9(08).
002470     05  FILLER              PIC X(02) VALUE SPACES.
002480     05  PL-AMOUNT           PIC ZZZ,ZZ9.99.
002490     05  FILLER              PIC X(02) VALUE SPACES.
002500     05  PL-CURRENCY-CODE    PIC X(05).
002510     05  PL-NEXT-BILL-DATE   PIC X(08).
002520     05  FILLER              PIC X(02) VALUE SPACES.
002530     05  PL-RESULT           PIC X(10).
002540     05  PL-REASON           PIC X(30).
002550     05  FILLER              PIC X(03) VALUE SPACES.

002560 01  WS-CURRENCY-HEADER-LINE.
002570     05  FILLER              PIC X(40) VALUE
002580         "INVOICES GENERATED BY CURRENCY".
002590     05  FILLER              PIC X(92) VALUE SPACES.

002600 01  WS-CURRENCY-TOTAL-LINE.
002610     05  FILLER              PIC X(04) VALUE SPACES.
002620     05  CT-CURRENCY-CODE    PIC X(06).
002630     05  CT-INVOICES         PIC ZZZ,ZZ9.
002640     05  FILLER              PIC X(04) VALUE SPACES.
002650     05  CT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
002660     05  FILLER              PIC X(97) VALUE SPACES.

002670 01  WS-COUNT-LINE.
002680     05  FILLER              PIC X(04) VALUE SPACES.
002690     05  CN-LABEL            PIC X(34).
002700     05  CN-COUNT            PIC ZZZ,ZZ9.
002710     05  FILLER              PIC X(87) VALUE SPACES.

002711*----------------------------------------------------------*
002712* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
002713* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
002714* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
002715*----------------------------------------------------------*
002716     COPY RUNSTEPS.
002717 77  WS-RUN-STEP-NAME         PIC X(16)
002718                                 VALUE "RECUR-GEN".
002719 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
002720 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
002721 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
002722 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
002723 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
002724 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
002725 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
002726     88  RUN-RECORD-FOUND                 VALUE 'Y'.
002727 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
002728     88  STEP-REFUSED                     VALUE 'Y'.
002729 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
002730 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
002731 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
002732 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
002733 01  WS-RUN-REASON.
002734     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
002735     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

002736 PROCEDURE DIVISION.

002737 0000-MAINLINE.
002738     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
002739     IF NOT STEP-REFUSED
002740         PERFORM 1000-INITIALIZE THRU 1000-EXIT
002750         PERFORM 3000-READ-SCHEDULE THRU 3000-EXIT
002760         PERFORM 4000-PROCESS-SCHEDULE THRU 4000-EXIT
002770             UNTIL RECUR-EOF
002780         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
002790         PERFORM 9000-TERMINATE THRU 9000-EXIT
002793         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
002796     END-IF.
002800     STOP RUN.

002810*----------------------------------------------------------*
002820* 1000-INITIALIZE - SETTLE THE RUN DATE, OPEN FILES AND    *
002830* WRITE THE PROOF HEADINGS                                 *
002840*----------------------------------------------------------*
002850 1000-INITIALIZE.
002870     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-DATE.
002880     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
002890     OPEN I-O    RECUR-MASTER.
002900     OPEN INPUT  CUSTOMER-MASTER.
002910     OPEN EXTEND TRANS-FILE.
002920     OPEN OUTPUT PROOF-FILE.
002930     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002940     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
002950     MOVE SPACES TO RPT-RECORD.
002960     WRITE RPT-RECORD.
002970     PERFORM 1070-WRITE-PARM-AUDIT THRU 1070-EXIT.
002980     MOVE SPACES TO RPT-RECORD.
002990     WRITE RPT-RECORD.
003000     WRITE RPT-RECORD FROM WS-COLUMN-HEADER-LINE.
003010 1000-EXIT.
003020     EXIT.

003030 1050-READ-PARM-CARDS.
003040     OPEN INPUT PARM-FILE.
003050     PERFORM 1060-APPLY-PARM-CARD THRU 1060-EXIT
003060         UNTIL PARM-EOF.
003070     CLOSE PARM-FILE.
003080     IF PARM-ERROR-SEEN
003090         MOVE 4 TO RETURN-CODE
003100     END-IF.
003110 1050-EXIT.
003120     EXIT.

003130 1060-APPLY-PARM-CARD.
003140     READ PARM-FILE
003150         AT END
003160             MOVE 'Y' TO WS-PARM-EOF
003170         NOT AT END
003180             EVALUATE PRM-KEYWORD
003190                 WHEN "RECURGEN-DATE"
003200                     PERFORM 1061-APPLY-RUN-DATE THRU 1061-EXIT
003210                 WHEN OTHER
003220                     CONTINUE
003230             END-EVALUATE
003240     END-READ.
003250 1060-EXIT.
003260     EXIT.

003270*    A RECURGEN-DATE CARD BILLS AS OF
003280*    A DAY OTHER THAN THE OPEN BUSINESS DATE - A MISSED NIGHT,
003285*    OR A RUN THAT WENT PAST MIDNIGHT.
003290 1061-APPLY-RUN-DATE.
003300     IF PRM-VALUE-INT NUMERIC
003310         AND PRM-VALUE-INT NOT < 19000101
003320         AND PRM-VALUE-INT NOT > 29991231
003330         MOVE PRM-VALUE-INT TO WS-RUN-DATE
003340         MOVE "PARM CARD" TO WS-RUN-DATE-SOURCE
003350     ELSE
003360         MOVE "INVALID-DEFAULT" TO WS-RUN-DATE-SOURCE
003370         SET PARM-ERROR-SEEN TO TRUE
003380         DISPLAY "INVALID RECURGEN-DATE CARD: " PRM-VALUE
003390     END-IF.
003400 1061-EXIT.
003410     EXIT.

003420 1070-WRITE-PARM-AUDIT.
003430     WRITE RPT-RECORD FROM WS-PARM-HEADER-LINE.
003440     MOVE SPACES              TO WS-PARM-AUDIT-LINE.
003450     MOVE "RECURGEN-DATE"     TO PA-NAME.
003460     MOVE WS-RUN-DATE         TO WS-PARM-EDIT-DATE.
003470     MOVE WS-PARM-EDIT-DATE   TO PA-VALUE.
003480     MOVE WS-RUN-DATE-SOURCE  TO PA-SOURCE.
003490     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
003500 1070-EXIT.
003510     EXIT.

003520*----------------------------------------------------------*
003530* 3000-READ-SCHEDULE - READ THE NEXT SCHEDULE IN KEY ORDER  *
003540*----------------------------------------------------------*
003550 3000-READ-SCHEDULE.
003560     READ RECUR-MASTER
003570         AT END MOVE 'Y' TO WS-RECUR-EOF
003580     END-READ.
003590 3000-EXIT.
003600     EXIT.

003610*----------------------------------------------------------*
003620* 4000-PROCESS-SCHEDULE - A SCHEDULE PAST ITS END DATE OR  *
003630* NOT YET DUE IS ONLY COUNTED.  ONE ALREADY BILLED ON THIS *
003640* RUN DATE, OR WHOSE CUSTOMER CANNOT BE BILLED, IS LISTED  *
003650* AS SKIPPED.  ANY OTHER IS BILLED FOR EVERY CYCLE DUE.    *
003660*----------------------------------------------------------*
003670 4000-PROCESS-SCHEDULE.
003680     ADD 1 TO WS-READ-COUNT.
003690     MOVE SPACES TO WS-SKIP-REASON.
003700     EVALUATE TRUE
003710         WHEN RCR-END-DATE NOT = ZERO
003720             AND RCR-NEXT-BILL-DATE > RCR-END-DATE
003730             ADD 1 TO WS-ENDED-COUNT
003740         WHEN RCR-NEXT-BILL-DATE > WS-RUN-DATE
003750             ADD 1 TO WS-NOT-DUE-COUNT
003760         WHEN RCR-LAST-RUN-DATE = WS-RUN-DATE
003770             MOVE "ALREADY BILLED THIS RUN DATE"
003780                 TO WS-SKIP-REASON
003790             ADD 1 TO WS-DONE-TODAY-COUNT
003800             PERFORM 4800-WRITE-SKIP-LINE THRU 4800-EXIT
003810         WHEN OTHER
003820             PERFORM 4100-CHECK-CUSTOMER THRU 4100-EXIT
003830             IF WS-SKIP-REASON = SPACES
003840                 PERFORM 4200-BILL-SCHEDULE THRU 4200-EXIT
003850             ELSE
003860                 ADD 1 TO WS-SKIP-COUNT
003870                 PERFORM 4800-WRITE-SKIP-LINE THRU 4800-EXIT
003880             END-IF
003890     END-EVALUATE.
003900     PERFORM 3000-READ-SCHEDULE THRU 3000-EXIT.
003910 4000-EXIT.
003920     EXIT.

003930*----------------------------------------------------------*
003940* 4100-CHECK-CUSTOMER - THE SCHEDULE ITSELF MUST BE        *
003950* USABLE, AND ITS CUSTOMER ON THE MASTER (A DELETED        *
003960* CUSTOMER IS GONE FROM IT), WITH NO HOLD CODE OF ANY      *
003970* KIND, AND IN THE SCHEDULE'S CURRENCY.  THE FIRST FAILURE *
003980* IS THE REASON.                                           *
003990*----------------------------------------------------------*
004000 4100-CHECK-CUSTOMER.
004010     MOVE 'N' TO WS-CUST-MATCH-SW.
004020     IF NOT RCR-FREQUENCY-VALID
004030         OR RCR-AMOUNT NOT NUMERIC
004040         OR RCR-AMOUNT = ZERO
004050         MOVE "SCHEDULE RECORD NOT VALID" TO WS-SKIP-REASON
004060     ELSE
004070         MOVE RCR-CUSTOMER-ID TO CM-CUSTOMER-ID
004080         READ CUSTOMER-MASTER
004090             INVALID KEY
004100                 MOVE "CUSTOMER NOT ON MASTER" TO WS-SKIP-REASON
004110             NOT INVALID KEY
004120                 MOVE 'Y' TO WS-CUST-MATCH-SW
004130         END-READ
004140     END-IF.
004150     IF CUST-FOUND
004160         IF CM-HOLD-CODE NOT = SPACE
004170             MOVE "CUSTOMER ON HOLD" TO WS-SKIP-REASON
004180         ELSE
004190             IF CM-CURRENCY-CODE NOT = RCR-CURRENCY-CODE
004200                 MOVE "CURRENCY DOES NOT MATCH"
004210                     TO WS-SKIP-REASON
004220             END-IF
004230         END-IF
004240     END-IF.
004250 4100-EXIT.
004260     EXIT.

004270*----------------------------------------------------------*
004280* 4200-BILL-SCHEDULE - BILL EVERY CYCLE DUE BY THE RUN     *
004290* DATE AND NOT PAST THE END DATE, THEN STAMP THE RUN DATE  *
004300* AND REWRITE THE SCHEDULE.  A FAILED REWRITE LEAVES THE   *
004310* CYCLES DUE AGAIN TOMORROW UNDER THE SAME INVOICE         *
004320* NUMBERS, WHICH INV-REGISTER WILL REJECT AS DUPLICATES -  *
004330* IT IS FLAGGED FOR THE SCHEDULE TO BE CORRECTED BY HAND.  *
004340*----------------------------------------------------------*
004350 4200-BILL-SCHEDULE.
004360     ADD 1 TO WS-BILLED-COUNT.
004370     PERFORM 4300-BILL-ONE-CYCLE THRU 4300-EXIT
004380         UNTIL RCR-NEXT-BILL-DATE > WS-RUN-DATE
004390            OR (RCR-END-DATE NOT = ZERO
004400                AND RCR-NEXT-BILL-DATE > RCR-END-DATE).
004410     MOVE WS-RUN-DATE TO RCR-LAST-RUN-DATE.
004420     REWRITE RECUR-RECORD
004430         INVALID KEY
004440             ADD 1 TO WS-REWRITE-FAIL-COUNT
004450             DISPLAY "*** SCHEDULE REWRITE FAILED - "
004460                 RCR-CUSTOMER-ID " " RCR-SCHEDULE-NO " ***"
004470     END-REWRITE.
004480 4200-EXIT.
004490     EXIT.

004500*----------------------------------------------------------*
004510* 4300-BILL-ONE-CYCLE - WRITE THE "I" TRANSACTION FOR THE  *
004520* CYCLE DUE ON THE NEXT BILL DATE, LIST IT, AND ADVANCE    *
004530* THE NEXT BILL DATE                                       *
004540*----------------------------------------------------------*
004550 4300-BILL-ONE-CYCLE.
004560     ADD 1 TO RCR-BILL-COUNT.
004570     MOVE RCR-SCHEDULE-NO     TO WS-INB-SCHEDULE-NO.
004580     MOVE RCR-BILL-COUNT      TO WS-INB-CYCLE.
004590     MOVE SPACES              TO TRANS-RECORD.
004600     MOVE "I"                 TO TRANS-ACTION-CODE.
004610     MOVE RCR-CUSTOMER-ID     TO TRANS-CUSTOMER-ID.
004620     MOVE WS-INVOICE-NO-BUILD TO TRANS-INVOICE-NO.
004630     MOVE RCR-NEXT-BILL-DATE  TO TRANS-INVOICE-DATE.
004640     MOVE RCR-AMOUNT          TO TRANS-AMOUNT.
004650     MOVE RCR-CURRENCY-CODE   TO TRANS-CURRENCY-CODE.
004660     WRITE TRANS-RECORD.
004670     ADD 1 TO WS-INVOICE-COUNT.
004680     PERFORM 4400-ADD-CURRENCY-TOTAL THRU 4400-EXIT.
004690     MOVE RCR-NEXT-BILL-DATE  TO RCR-LAST-BILL-DATE.
004700     PERFORM 8700-ADVANCE-NEXT-BILL-DATE THRU 8700-EXIT.

004710     MOVE SPACES              TO WS-PROOF-LINE.
004720     MOVE RCR-CUSTOMER-ID     TO PL-CUSTOMER-ID.
004730     MOVE CM-CUSTOMER-NAME    TO PL-CUSTOMER-NAME.
004740     MOVE RCR-SCHEDULE-NO     TO PL-SCHEDULE-NO.
004750     MOVE TRANS-INVOICE-NO    TO PL-INVOICE-NO.
004760     MOVE RCR-LAST-BILL-DATE  TO PL-BILL-DATE.
004770     MOVE RCR-AMOUNT          TO PL-AMOUNT.
004780     MOVE RCR-CURRENCY-CODE   TO PL-CURRENCY-CODE.
004790     MOVE RCR-NEXT-BILL-DATE  TO PL-NEXT-BILL-DATE.
004800     MOVE "BILLED"            TO PL-RESULT.
004810     IF RCR-END-DATE NOT = ZERO
004820         AND RCR-NEXT-BILL-DATE > RCR-END-DATE
004830         MOVE "FINAL CYCLE - SCHEDULE ENDED" TO PL-REASON
004840     END-IF.
004850     WRITE RPT-RECORD FROM WS-PROOF-LINE.
004860 4300-EXIT.
004870     EXIT.

004880*----------------------------------------------------------*
004890* 4400-ADD-CURRENCY-TOTAL - FIND OR ADD THE CURRENCY'S     *
004900* ENTRY AND ADD THE INVOICE TO IT.  A CURRENCY THAT DOES   *
004910* NOT FIT IS STILL BILLED BUT LEFT OUT OF THE TOTALS,      *
004920* WHICH ARE THEN FLAGGED INCOMPLETE.                       *
004930*----------------------------------------------------------*
004940 4400-ADD-CURRENCY-TOTAL.
004950     MOVE 'N' TO WS-CURR-FOUND-SW.
004960     IF WS-CURRENCY-COUNT > 0
004970         SET WS-CURR-IDX TO 1
004980         SEARCH WS-CURR-ENTRY
004990             AT END
005000                 CONTINUE
005010             WHEN WS-CURR-CODE (WS-CURR-IDX) = RCR-CURRENCY-CODE
005020                 SET CURRENCY-FOUND TO TRUE
005030         END-SEARCH
005040     END-IF.
005050     IF NOT CURRENCY-FOUND
005060         IF WS-CURRENCY-COUNT < WS-CURR-MAX-ENTRIES
005070             ADD 1 TO WS-CURRENCY-COUNT
005080             SET WS-CURR-IDX TO WS-CURRENCY-COUNT
005090             MOVE RCR-CURRENCY-CODE TO WS-CURR-CODE (WS-CURR-IDX)
005100             MOVE ZERO TO WS-CURR-INVOICES (WS-CURR-IDX)
005110             MOVE ZERO TO WS-CURR-AMOUNT (WS-CURR-IDX)
005120             SET CURRENCY-FOUND TO TRUE
005130         ELSE
005140             SET CURRENCY-TABLE-FULL TO TRUE
005150         END-IF
005160     END-IF.
005170     IF CURRENCY-FOUND
005180         ADD 1          TO WS-CURR-INVOICES (WS-CURR-IDX)
005190         ADD RCR-AMOUNT TO WS-CURR-AMOUNT (WS-CURR-IDX)
005200     END-IF.
005210 4400-EXIT.
005220     EXIT.

005230*----------------------------------------------------------*
005240* 4800-WRITE-SKIP-LINE - LIST A DUE SCHEDULE THAT WAS NOT  *
005250* BILLED, WITH THE DATE IT IS DUE AND WHY                  *
005260*----------------------------------------------------------*
005270 4800-WRITE-SKIP-LINE.
005280     MOVE SPACES              TO WS-PROOF-LINE.
005290     MOVE RCR-CUSTOMER-ID     TO PL-CUSTOMER-ID.
005300     IF CUST-FOUND
005310         MOVE CM-CUSTOMER-NAME TO PL-CUSTOMER-NAME
005320     END-IF.
005330     MOVE RCR-SCHEDULE-NO     TO PL-SCHEDULE-NO.
005340     MOVE RCR-NEXT-BILL-DATE  TO PL-BILL-DATE.
005350     IF RCR-AMOUNT NUMERIC
005360         MOVE RCR-AMOUNT      TO PL-AMOUNT
005370     END-IF.
005380     MOVE RCR-CURRENCY-CODE   TO PL-CURRENCY-CODE.
005390     MOVE "SKIPPED"           TO PL-RESULT.
005400     MOVE WS-SKIP-REASON      TO PL-REASON.
005410     WRITE RPT-RECORD FROM WS-PROOF-LINE.
005420     MOVE 'N' TO WS-CUST-MATCH-SW.
005430 4800-EXIT.
005440     EXIT.

005450*----------------------------------------------------------*
005460* 7000-PRINT-TOTALS - CURRENCY TOTALS AND RUN COUNTS, AND  *
005470* THE RETURN CODE                                          *
005480*----------------------------------------------------------*
005490 7000-PRINT-TOTALS.
005500     MOVE SPACES TO RPT-RECORD.
005510     WRITE RPT-RECORD.
005520     WRITE RPT-RECORD FROM WS-CURRENCY-HEADER-LINE.
005530     IF WS-CURRENCY-COUNT > 0
005540         PERFORM 7100-PRINT-CURRENCY-TOTAL THRU 7100-EXIT
005550             VARYING WS-CURR-IDX FROM 1 BY 1
005560             UNTIL WS-CURR-IDX > WS-CURRENCY-COUNT
005570     END-IF.
005580     IF CURRENCY-TABLE-FULL
005590         MOVE SPACES TO RPT-RECORD
005600         MOVE "*** CURRENCY TABLE FULL - TOTALS INCOMPLETE ***"
005610             TO RPT-RECORD (5:50)
005620         WRITE RPT-RECORD
005630     END-IF.
005640     MOVE SPACES TO RPT-RECORD.
005650     WRITE RPT-RECORD.

005660     MOVE SPACES TO WS-COUNT-LINE.
005670     MOVE "SCHEDULES READ"                 TO CN-LABEL.
005680     MOVE WS-READ-COUNT                    TO CN-COUNT.
005690     WRITE RPT-RECORD FROM WS-COUNT-LINE.

005700     MOVE SPACES TO WS-COUNT-LINE.
005710     MOVE "SCHEDULES BILLED"               TO CN-LABEL.
005720     MOVE WS-BILLED-COUNT                  TO CN-COUNT.
005730     WRITE RPT-RECORD FROM WS-COUNT-LINE.

005740     MOVE SPACES TO WS-COUNT-LINE.
005750     MOVE "INVOICES GENERATED"             TO CN-LABEL.
005760     MOVE WS-INVOICE-COUNT                 TO CN-COUNT.
005770     WRITE RPT-RECORD FROM WS-COUNT-LINE.

005780     MOVE SPACES TO WS-COUNT-LINE.
005790     MOVE "SKIPPED - CUSTOMER OR SCHEDULE"  TO CN-LABEL.
005800     MOVE WS-SKIP-COUNT                    TO CN-COUNT.
005810     WRITE RPT-RECORD FROM WS-COUNT-LINE.

005820     MOVE SPACES TO WS-COUNT-LINE.
005830     MOVE "SKIPPED - ALREADY BILLED TODAY" TO CN-LABEL.
005840     MOVE WS-DONE-TODAY-COUNT              TO CN-COUNT.
005850     WRITE RPT-RECORD FROM WS-COUNT-LINE.

005860     MOVE SPACES TO WS-COUNT-LINE.
005870     MOVE "NOT YET DUE"                    TO CN-LABEL.
005880     MOVE WS-NOT-DUE-COUNT                 TO CN-COUNT.
005890     WRITE RPT-RECORD FROM WS-COUNT-LINE.

005900     MOVE SPACES TO WS-COUNT-LINE.
005910     MOVE "ENDED"                          TO CN-LABEL.
005920     MOVE WS-ENDED-COUNT                   TO CN-COUNT.
005930     WRITE RPT-RECORD FROM WS-COUNT-LINE.

005940     MOVE SPACES TO WS-COUNT-LINE.
005950     MOVE "SCHEDULE REWRITES FAILED"       TO CN-LABEL.
005960     MOVE WS-REWRITE-FAIL-COUNT            TO CN-COUNT.
005970     WRITE RPT-RECORD FROM WS-COUNT-LINE.

005980     DISPLAY "RUN DATE:            " WS-RUN-DATE.
005990     DISPLAY "SCHEDULES READ:      " WS-READ-COUNT.
006000     DISPLAY "SCHEDULES BILLED:    " WS-BILLED-COUNT.
006010     DISPLAY "INVOICES GENERATED:  " WS-INVOICE-COUNT.
006020     DISPLAY "SCHEDULES SKIPPED:   " WS-SKIP-COUNT.
006030     DISPLAY "ALREADY BILLED:      " WS-DONE-TODAY-COUNT.
006040     DISPLAY "REWRITES FAILED:     " WS-REWRITE-FAIL-COUNT.

006050     IF WS-REWRITE-FAIL-COUNT > ZERO
006060         MOVE 8 TO RETURN-CODE
006070     ELSE
006080         IF WS-SKIP-COUNT > ZERO
006090             OR WS-DONE-TODAY-COUNT > ZERO
006100             OR CURRENCY-TABLE-FULL
006110             IF RETURN-CODE < 4
006120                 MOVE 4 TO RETURN-CODE
006130             END-IF
006140         END-IF
006150     END-IF.
006160 7000-EXIT.
006170     EXIT.

006180 7100-PRINT-CURRENCY-TOTAL.
006190     MOVE SPACES TO WS-CURRENCY-TOTAL-LINE.
006200     MOVE WS-CURR-CODE (WS-CURR-IDX)     TO CT-CURRENCY-CODE.
006210     MOVE WS-CURR-INVOICES (WS-CURR-IDX) TO CT-INVOICES.
006220     MOVE WS-CURR-AMOUNT (WS-CURR-IDX)   TO CT-AMOUNT.
006230     WRITE RPT-RECORD FROM WS-CURRENCY-TOTAL-LINE.
006240 7100-EXIT.
006250     EXIT.

006260*----------------------------------------------------------*
006270* 8700-ADVANCE-NEXT-BILL-DATE - MOVE THE NEXT BILL DATE ON *
006280* ONE CYCLE: SEVEN DAYS FOR A WEEKLY SCHEDULE, OTHERWISE   *
006290* ONE, THREE OR TWELVE MONTHS                              *
006300*----------------------------------------------------------*
006310 8700-ADVANCE-NEXT-BILL-DATE.
006320     MOVE RCR-NEXT-BILL-DATE TO WS-DTN-DATE.
006330     EVALUATE TRUE
006340         WHEN RCR-WEEKLY
006350             PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
006360             ADD 7 TO WS-DTN-DAY-NO
006370             PERFORM 8850-DAY-NUMBER-TO-DATE THRU 8850-EXIT
006380         WHEN RCR-MONTHLY
006390             MOVE 1  TO WS-ADD-MONTHS
006400             PERFORM 8750-ADD-MONTHS THRU 8750-EXIT
006410         WHEN RCR-QUARTERLY
006420             MOVE 3  TO WS-ADD-MONTHS
006430             PERFORM 8750-ADD-MONTHS THRU 8750-EXIT
006440         WHEN OTHER
006450             MOVE 12 TO WS-ADD-MONTHS
006460             PERFORM 8750-ADD-MONTHS THRU 8750-EXIT
006470     END-EVALUATE.
006480     MOVE WS-DTN-DATE TO RCR-NEXT-BILL-DATE.
006490 8700-EXIT.
006500     EXIT.

006510*----------------------------------------------------------*
006520* 8750-ADD-MONTHS - ADD WS-ADD-MONTHS TO THE DATE IN       *
006530* WS-DTN-DATE, BILLING ON THE START DATE'S DAY OF THE      *
006540* MONTH - OR THE MONTH'S LAST DAY WHEN THE MONTH IS        *
006550* SHORTER - SO A SCHEDULE STARTED ON THE 31ST BILLS ON THE *
006560* 28TH OR 29TH IN FEBRUARY AND BACK ON THE 31ST IN MARCH   *
006570*----------------------------------------------------------*
006580 8750-ADD-MONTHS.
006590     ADD WS-ADD-MONTHS TO WS-DTN-MM.
006600     IF WS-DTN-MM > 12
006610         SUBTRACT 12 FROM WS-DTN-MM
006620         ADD 1 TO WS-DTN-YYYY
006630     END-IF.
006640     MOVE WS-MONTH-DAYS (WS-DTN-MM) TO WS-MONTH-END-DD.
006650     IF WS-DTN-MM = 2
006660         DIVIDE WS-DTN-YYYY BY 4
006670             GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4
006680         DIVIDE WS-DTN-YYYY BY 100
006690             GIVING WS-LEAP-Q REMAINDER WS-LEAP-R100
006700         DIVIDE WS-DTN-YYYY BY 400
006710             GIVING WS-LEAP-Q REMAINDER WS-LEAP-R400
006720         IF WS-LEAP-R4 = ZERO
006730             AND (WS-LEAP-R100 NOT = ZERO OR WS-LEAP-R400 = ZERO)
006740             MOVE 29 TO WS-MONTH-END-DD
006750         END-IF
006760     END-IF.
006770     MOVE RCR-START-DATE TO WS-ANCHOR-DATE.
006780     IF WS-ANCHOR-DD > WS-MONTH-END-DD
006790         MOVE WS-MONTH-END-DD TO WS-DTN-DD
006800     ELSE
006810         MOVE WS-ANCHOR-DD    TO WS-DTN-DD
006820     END-IF.
006830 8750-EXIT.
006840     EXIT.

006850*----------------------------------------------------------*
006860* 8800-DATE-TO-DAY-NUMBER - CONVERT THE YYYYMMDD DATE IN   *
006870* WS-DTN-DATE TO A SERIAL DAY NUMBER IN WS-DTN-DAY-NO.     *
006880* THE YEAR IS SHIFTED TO START IN MARCH SO FEBRUARY'S LEAP *
006890* DAY FALLS AT THE END OF IT.                              *
006900*----------------------------------------------------------*
006910 8800-DATE-TO-DAY-NUMBER.
006920     ADD WS-DTN-MM, 9, GIVING WS-DTN-M.
006930     DIVIDE WS-DTN-M BY 12
006940         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
006950     DIVIDE WS-DTN-M-ADJ BY 10 GIVING WS-DTN-Q.
006960     SUBTRACT WS-DTN-Q FROM WS-DTN-YYYY GIVING WS-DTN-Y.
006970     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
006980     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
006990     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
007000     COMPUTE WS-DTN-M306 = WS-DTN-M-ADJ * 306 + 5.
007010     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
007020     COMPUTE WS-DTN-DAY-NO = 365 * WS-DTN-Y
007030         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400
007040         + WS-DTN-MDAYS + WS-DTN-DD - 1.
007050 8800-EXIT.
007060     EXIT.

007070*----------------------------------------------------------*
007080* 8850-DAY-NUMBER-TO-DATE - THE INVERSE OF 8800 - CONVERT  *
007090* THE SERIAL DAY NUMBER IN WS-DTN-DAY-NO BACK TO A         *
007100* YYYYMMDD DATE IN WS-DTN-DATE.                            *
007110*----------------------------------------------------------*
007120 8850-DAY-NUMBER-TO-DATE.
007130     COMPUTE WS-DTN-Y = (10000 * WS-DTN-DAY-NO + 14780) / 3652425.
007140     PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT.
007150     IF WS-DTN-DDD < ZERO
007160         SUBTRACT 1 FROM WS-DTN-Y
007170         PERFORM 8860-DAYS-INTO-YEAR THRU 8860-EXIT
007180     END-IF.
007190     COMPUTE WS-DTN-MI = (100 * WS-DTN-DDD + 52) / 3060.
007200     ADD WS-DTN-MI, 2, GIVING WS-DTN-M.
007210     DIVIDE WS-DTN-M BY 12
007220         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
007230     ADD WS-DTN-M-ADJ, 1, GIVING WS-DTN-MM.
007240     ADD WS-DTN-Y, WS-DTN-Q, GIVING WS-DTN-YYYY.
007250     COMPUTE WS-DTN-M306 = WS-DTN-MI * 306 + 5.
007260     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
007270     COMPUTE WS-DTN-DD = WS-DTN-DDD - WS-DTN-MDAYS + 1.
007280 8850-EXIT.
007290     EXIT.

007300 8860-DAYS-INTO-YEAR.
007310     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
007320     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
007330     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
007340     COMPUTE WS-DTN-DDD = WS-DTN-DAY-NO - (365 * WS-DTN-Y
007350         + WS-DTN-Y4 - WS-DTN-Y100 + WS-DTN-Y400).
007360 8860-EXIT.
007370     EXIT.

007380*----------------------------------------------------------*
007390* 9000-TERMINATE - CLOSE FILES AND END THE RUN              *
007400*----------------------------------------------------------*
007410 9000-TERMINATE.
007420     CLOSE RECUR-MASTER.
007430     CLOSE CUSTOMER-MASTER.
007440     CLOSE TRANS-FILE.
007450     CLOSE PROOF-FILE.
007460 9000-EXIT.
007470     EXIT.

007480*----------------------------------------------------------*
007490* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
007500* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
007510* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
007520* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
007530* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
007540* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
007550* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
007560*----------------------------------------------------------*
007570 9200-START-RUN-CONTROL.
007580     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
007590     OPEN I-O RUN-CONTROL-FILE.
007600     SET RUN-STEP-IDX TO 1.
007610     SEARCH RUN-STEP-ENTRY
007620         AT END
007630             MOVE ZERO TO WS-RUN-OWN-POSITION
007640         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
007650             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
007660     END-SEARCH.
007670     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
007680     IF NOT STEP-REFUSED
007690         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
007700     END-IF.
007710     IF NOT STEP-REFUSED
007720         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
007730     END-IF.
007740     IF STEP-REFUSED
007750         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
007760     ELSE
007770         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
007780     END-IF.
007790 9200-EXIT.
007800     EXIT.

007810*----------------------------------------------------------*
007820* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
007830* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
007840* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
007850* THE STEP IS REFUSED.                                     *
007860*----------------------------------------------------------*
007870 9225-READ-BUSINESS-DATE.
007880     MOVE ZERO            TO RUN-BUSINESS-DATE.
007890     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
007900     READ RUN-CONTROL-FILE
007910         INVALID KEY
007920             SET STEP-REFUSED TO TRUE
007930             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
007940         NOT INVALID KEY
007950             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
007960     END-READ.
007970 9225-EXIT.
007980     EXIT.

007990*----------------------------------------------------------*
008000* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
008010* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
008020* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
008030* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
008040* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
008050* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
008060*----------------------------------------------------------*
008070 9230-CHECK-STEP-ORDER.
008080     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
008090     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
008100         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
008110         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
008120         OR STEP-REFUSED.
008130 9230-EXIT.
008140     EXIT.

008150 9235-CHECK-ONE-STEP.
008160     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
008170         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
008180     END-IF.
008190     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
008200         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
008210         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
008220             SET STEP-REFUSED TO TRUE
008230             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
008240                 TO WS-RUN-REASON-STEP
008250             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
008260         END-IF
008270     END-IF.
008280 9235-EXIT.
008290     EXIT.

008300 9237-CHECK-PREDECESSOR.
008310     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
008320     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
008330         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
008340             SET STEP-REFUSED TO TRUE
008350         END-IF
008360     ELSE
008370         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
008380             SET STEP-REFUSED TO TRUE
008390         END-IF
008400     END-IF.
008410     IF STEP-REFUSED
008420         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
008430             TO WS-RUN-REASON-STEP
008440         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
008450     END-IF.
008460 9237-EXIT.
008470     EXIT.

008480*----------------------------------------------------------*
008490* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
008500* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
008510* FAILED RUNS AGAIN FROM THE TOP.                          *
008520*----------------------------------------------------------*
008530 9240-CHECK-OWN-STEP.
008540     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
008550     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
008560     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
008570     IF RUN-RECORD-FOUND AND RUN-COMPLETE
008580         SET STEP-REFUSED TO TRUE
008590         MOVE "ALREADY COMPLETE FOR THIS DATE"
008600                 TO WS-RUN-REASON
008610     END-IF.
008620 9240-EXIT.
008630     EXIT.

008640*----------------------------------------------------------*
008650* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
008660* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
008670* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
008680*----------------------------------------------------------*
008690 9250-MARK-STEP-STARTED.
008700     IF NOT RUN-RECORD-FOUND
008710         MOVE SPACES TO RUN-STEP-DATA
008720         MOVE ZERO   TO RUN-ATTEMPT-COUNT
008730         MOVE ZERO   TO RUN-REFUSAL-COUNT
008740     END-IF.
008750     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
008760     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
008770     SET RUN-STARTED TO TRUE.
008780     MOVE ZERO                 TO RUN-RETURN-CODE.
008790     ADD 1                     TO RUN-ATTEMPT-COUNT.
008800     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
008810     ACCEPT WS-RUN-TIME FROM TIME.
008820     MOVE WS-RUN-TIME          TO RUN-START-TIME.
008830     MOVE ZERO                 TO RUN-END-DATE.
008840     MOVE ZERO                 TO RUN-END-TIME.
008850     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
008860     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
008870     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
008880     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
008890     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
008900     MOVE SPACES               TO RUN-MESSAGE.
008910     IF WS-RUN-RESUME-COUNT > ZERO
008920         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
008930         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
008940             " COMMITTED TRANSACTIONS"
008950     END-IF.
008960     IF RUN-RECORD-FOUND
008970         REWRITE RUN-CONTROL-RECORD
008980             INVALID KEY
008990                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
009000         END-REWRITE
009010     ELSE
009020         WRITE RUN-CONTROL-RECORD
009030             INVALID KEY
009040                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
009050         END-WRITE
009060     END-IF.
009070 9250-EXIT.
009080     EXIT.

009090*----------------------------------------------------------*
009100* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
009110* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
009120* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
009130* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
009140* OF AN ATTEMPT ALREADY ON FILE.                           *
009150*----------------------------------------------------------*
009160 9260-REFUSE-THE-STEP.
009170     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
009180         WS-RUN-REASON " ***".
009190     IF WS-RUN-BUSINESS-DATE > ZERO
009200         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
009210         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
009220         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
009230         IF RUN-RECORD-FOUND
009240             ADD 1 TO RUN-REFUSAL-COUNT
009250             MOVE WS-RUN-REASON TO RUN-MESSAGE
009260             REWRITE RUN-CONTROL-RECORD
009270                 INVALID KEY
009280                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
009290                         RUN-KEY
009300             END-REWRITE
009310         ELSE
009320             MOVE SPACES             TO RUN-STEP-DATA
009330             SET RUN-REFUSED TO TRUE
009340             MOVE 8                  TO RUN-RETURN-CODE
009350             MOVE ZERO               TO RUN-ATTEMPT-COUNT
009360             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
009370             ACCEPT WS-RUN-TIME FROM TIME
009380             MOVE WS-RUN-TIME        TO RUN-START-TIME
009390             MOVE ZERO               TO RUN-END-DATE
009400             MOVE ZERO               TO RUN-END-TIME
009410             MOVE ZERO               TO RUN-INPUT-COUNT
009420             MOVE ZERO               TO RUN-INPUT-TOTAL
009430             MOVE ZERO               TO RUN-COMMIT-COUNT
009440             MOVE ZERO               TO RUN-RESUME-COUNT
009450             MOVE 1                  TO RUN-REFUSAL-COUNT
009460             MOVE WS-RUN-REASON      TO RUN-MESSAGE
009470             WRITE RUN-CONTROL-RECORD
009480                 INVALID KEY
009490                     DISPLAY "RUN-CONTROL WRITE FAILED: "
009500                         RUN-KEY
009510             END-WRITE
009520         END-IF
009530     END-IF.
009540     CLOSE RUN-CONTROL-FILE.
009550     IF RETURN-CODE < 8
009560         MOVE 8 TO RETURN-CODE
009570     END-IF.
009580 9260-EXIT.
009590     EXIT.

009600*----------------------------------------------------------*
009610* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
009620* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
009630* WS-RUN-CHECK-DATE.                                       *
009640*----------------------------------------------------------*
009650 9290-READ-STEP-RECORD.
009660     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
009670     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
009680         TO RUN-STEP-NAME.
009690     READ RUN-CONTROL-FILE
009700         INVALID KEY
009710             MOVE 'N' TO WS-RUN-RECORD-SW
009720         NOT INVALID KEY
009730             MOVE 'Y' TO WS-RUN-RECORD-SW
009740     END-READ.
009750 9290-EXIT.
009760     EXIT.

009770*----------------------------------------------------------*
009780* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
009790* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
009800* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
009810* TOTALS - THE RECURRING SCHEDULES READ.  NO AMOUNT IS     *
009820* CARRIED.                                                 *
009830*----------------------------------------------------------*
009840 9500-END-RUN-CONTROL.
009850     MOVE WS-READ-COUNT        TO WS-RUN-INPUT-COUNT.
009860     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
009870     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
009880     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
009890     IF RUN-RECORD-FOUND
009900         IF RETURN-CODE < 8
009910             SET RUN-COMPLETE TO TRUE
009920         ELSE
009930             SET RUN-FAILED TO TRUE
009940         END-IF
009950         MOVE RETURN-CODE        TO RUN-RETURN-CODE
009960         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
009970         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
009980         ACCEPT WS-RUN-TIME FROM TIME
009990         MOVE WS-RUN-TIME        TO RUN-END-TIME
010000         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
010010         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
010020         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
010030         REWRITE RUN-CONTROL-RECORD
010040             INVALID KEY
010050                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
010060         END-REWRITE
010070     ELSE
010080         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
010090     END-IF.
010100     CLOSE RUN-CONTROL-FILE.
010110 9500-EXIT.
010120     EXIT.
