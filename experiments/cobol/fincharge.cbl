000450*                   KEY ALREADY ON FILE AND SKIPS THE         *
000460*                   CUSTOMER, SO THE CLOSE CANNOT DOUBLE-     *
000470*                   ASSESS.                                   *
000471*  10/15/2026 RWH   FINANCE-CHARGE ELIGIBILITY NOW RUNS OFF   *
000472*                   DAYS PAST DUE - EACH OPEN ITEM AGES FROM  *
000473*                   ITS INV-DUE-DATE.  THE CHARGE ITEM ITSELF *
000474*                   IS BOOKED DUE ON THE CLOSE DATE, WITH NO  *
000475*                   TERMS AND NO DISCOUNT.                    *
000476*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000477*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000478*                   ALONG WITH EVERY OTHER FIELD.             *
000479*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
000480*                   RUN-CONTROL FILE (RUNCTL.DAT).  IT IS     *
000481*                   REFUSED WITH RETURN-CODE 8, BEFORE ANY    *
000482*                   FILE IS OPENED, WHEN NO BUSINESS DATE IS  *
000483*                   OPEN, WHEN A STEP AHEAD OF IT HAS NOT     *
000484*                   COMPLETED FOR THE DATE, WHEN IT HAS       *
000485*                   ALREADY COMPLETED FOR THE DATE, OR WHEN A *
000486*                   LATER STEP HAS ALREADY RUN.  THE STEP'S   *
000487*                   STATUS, RETURN CODE AND CUSTOMER COUNT    *
000488*                   ARE RECORDED AT THE END.                  *
000489*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000490*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000491*                   FIELD.                                    *
000492*  10/15/2026 RWH   ASSESSMENTS ARE NOW AGED, NUMBERED,       *
000493*                   DATED, DUE, JOURNALED AND EXTRACTED UNDER *
000494*                   THE BUSINESS DATE THE RUN-CONTROL FILE    *
000495*                   HAS OPEN, NOT THE MACHINE DATE.  THE      *
000496*                   REPORT HEADING STILL SHOWS THE MACHINE    *
000497*                   DATE.                                     *
000499*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000501*----------------------------------------------------------*
000503 ENVIRONMENT DIVISION.
000505 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000530         ORGANIZATION IS INDEXED
000610     SELECT GL-EXTRACT-FILE  ASSIGN TO "GLEXTRACT.DAT".
000620     SELECT JOURNAL-FILE     ASSIGN TO "INVJRNL.DAT".
000630     SELECT ASSESS-RPT       ASSIGN TO "FINCHG.RPT".
000632     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000634         ORGANIZATION IS INDEXED
000636         ACCESS MODE IS RANDOM
000638         RECORD KEY IS RUN-KEY.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CUSTOMER-MASTER
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 180 CHARACTERS.
000690     COPY CUSTREC
000700         REPLACING ==CUSTOMER-RECORD== BY ==CUSTOMER-MASTER-REC==
000710             ==CUSTOMER-ID==   BY ==CM-CUSTOMER-ID==
000790             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
000800             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
000802             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
000804             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
000812             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
000813             ==PARENT-ID==     BY ==CM-PARENT-ID==
000814             ==FAMILY-CREDIT-LIMIT==
000815                 BY ==CM-FAMILY-CREDIT-LIMIT==
000817             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

000820 FD  INVOICE-MASTER
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 69 CHARACTERS.
000850     COPY INVREC.

000870 FD  PARM-FILE
001110     LABEL RECORDS ARE OMITTED.
001120 01  RPT-RECORD               PIC X(132).

001121*----------------------------------------------------------*
001122* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
001123* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
001124* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
001125* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
001126* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
001127* TOTALS.                                                  *
001128*----------------------------------------------------------*
001129 FD  RUN-CONTROL-FILE
001130     LABEL RECORDS ARE STANDARD
001131     RECORD CONTAINS 150 CHARACTERS.
001132     COPY RUNCREC.

001140 WORKING-STORAGE SECTION.
001150 77  WS-MASTER-EOF            PIC X       VALUE 'N'.
001160     88  MASTER-EOF                       VALUE 'Y'.
002400     05  CN-COUNT            PIC ZZZ,ZZ9.
002410     05  FILLER              PIC X(87) VALUE SPACES.

002411*----------------------------------------------------------*
002412* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
002413* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
002414* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
002415*----------------------------------------------------------*
002416     COPY RUNSTEPS.
002417 77  WS-RUN-STEP-NAME         PIC X(16)
002418                                 VALUE "FIN-CHARGE".
002419 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
002420 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
002421 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
002422 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
002423 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
002424 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
002425 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
002426     88  RUN-RECORD-FOUND                 VALUE 'Y'.
002427 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
002428     88  STEP-REFUSED                     VALUE 'Y'.
002429 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
002430 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
002431 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
002432 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
002433 01  WS-RUN-REASON.
002434     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
002435     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

002442 PROCEDURE DIVISION.

002450 0000-MAINLINE.
002453     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
002456     IF NOT STEP-REFUSED
002460         PERFORM 1000-INITIALIZE THRU 1000-EXIT
002470         PERFORM 2000-READ-MASTER THRU 2000-EXIT
002480         PERFORM 4000-ASSESS-ONE-CUSTOMER THRU 4000-EXIT
002490             UNTIL MASTER-EOF
002500         PERFORM 6000-PRINT-CURRENCY-TOTALS THRU 6000-EXIT
002510         PERFORM 8000-WRITE-GL-EXTRACT THRU 8000-EXIT
002520         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002530         PERFORM 9000-TERMINATE THRU 9000-EXIT
002533         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
002536     END-IF.
002540     STOP RUN.

002560*----------------------------------------------------------*
002590*----------------------------------------------------------*
002600 1000-INITIALIZE.
002610     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002620     MOVE WS-RUN-BUSINESS-DATE TO WS-DTN-DATE.
002630     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
002640     MOVE WS-DTN-DAY-NO TO WS-TODAY-DAY-NO.
002650     MOVE "FC"              TO WS-FC-INVOICE-NO (1:2).
002660     MOVE WS-RUN-BUSINESS-DATE TO WS-FC-INVOICE-NO (3:8).
002670     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
002680     OPEN I-O    CUSTOMER-MASTER.
002690     OPEN I-O    INVOICE-MASTER.
004490     EXIT.

004510 4160-BUCKET-ONE-INVOICE.
004520     IF INV-DUE-DATE NUMERIC AND INV-DUE-DATE > ZERO
004530         MOVE INV-DUE-DATE TO WS-DTN-DATE
004540         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
004550         COMPUTE WS-INV-AGE-DAYS =
004560             WS-TODAY-DAY-NO - WS-DTN-DAY-NO
005000 4500-BOOK-FINANCE-CHARGE.
005010     MOVE CM-CUSTOMER-ID    TO INV-CUSTOMER-ID.
005020     MOVE WS-FC-INVOICE-NO  TO INV-INVOICE-NO.
005030     MOVE WS-RUN-BUSINESS-DATE TO INV-INVOICE-DATE.
005040     MOVE WS-CHARGE-AMT     TO INV-ORIG-AMOUNT.
005050     MOVE WS-CHARGE-AMT     TO INV-OPEN-AMOUNT.
005060     MOVE CM-CURRENCY-CODE  TO INV-CURRENCY-CODE.
005062     MOVE SPACES            TO INV-TERMS-CODE.
005064     MOVE WS-RUN-BUSINESS-DATE TO INV-DUE-DATE.
005066     MOVE ZERO              TO INV-DISC-DATE.
005068     MOVE ZERO              TO INV-DISC-PCT.
005070     WRITE INVOICE-RECORD
005080         INVALID KEY
005090             ADD 1 TO WS-ALREADY-COUNT
005230     EXIT.

005250 4600-WRITE-JOURNAL-RECORD.
005260     MOVE WS-RUN-BUSINESS-DATE TO JRN-RUN-DATE.
005270     MOVE CM-CUSTOMER-ID    TO JRN-CUSTOMER-ID.
005280     MOVE WS-FC-INVOICE-NO  TO JRN-INVOICE-NO.
005290     MOVE "F"               TO JRN-ACTION-CODE.
006150     MOVE SPACES              TO GL-EXTRACT-RECORD.
006160     MOVE "FC"                TO GLX-REC-TYPE.
006170     MOVE WS-GL-FC-ACCOUNT    TO GLX-ACCOUNT-CODE.
006180     MOVE WS-RUN-BUSINESS-DATE (1:6) TO GLX-PERIOD.
006190     MOVE WS-CURR-TOTAL (WS-GLX-CURR-IDX) TO GLX-AMOUNT.
006200     MOVE "C"                 TO GLX-DR-CR-IND.
006210     WRITE GL-EXTRACT-RECORD.
006900     CLOSE ASSESS-RPT.
006910 9000-EXIT.
006920     EXIT.

006930*----------------------------------------------------------*
006940* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
006950* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
006960* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
006970* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
006980* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
006990* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
007000* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
007010*----------------------------------------------------------*
007020 9200-START-RUN-CONTROL.
007030     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
007040     OPEN I-O RUN-CONTROL-FILE.
007050     SET RUN-STEP-IDX TO 1.
007060     SEARCH RUN-STEP-ENTRY
007070         AT END
007080             MOVE ZERO TO WS-RUN-OWN-POSITION
007090         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
007100             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
007110     END-SEARCH.
007120     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
007130     IF NOT STEP-REFUSED
007140         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
007150     END-IF.
007160     IF NOT STEP-REFUSED
007170         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
007180     END-IF.
007190     IF STEP-REFUSED
007200         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
007210     ELSE
007220         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
007230     END-IF.
007240 9200-EXIT.
007250     EXIT.

007260*----------------------------------------------------------*
007270* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
007280* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
007290* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
007300* THE STEP IS REFUSED.                                     *
007310*----------------------------------------------------------*
007320 9225-READ-BUSINESS-DATE.
007330     MOVE ZERO            TO RUN-BUSINESS-DATE.
007340     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
007350     READ RUN-CONTROL-FILE
007360         INVALID KEY
007370             SET STEP-REFUSED TO TRUE
007380             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
007390         NOT INVALID KEY
007400             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
007410     END-READ.
007420 9225-EXIT.
007430     EXIT.

007440*----------------------------------------------------------*
007450* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
007460* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
007470* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
007480* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
007490* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
007500* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
007510*----------------------------------------------------------*
007520 9230-CHECK-STEP-ORDER.
007530     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
007540     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
007550         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
007560         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
007570         OR STEP-REFUSED.
007580 9230-EXIT.
007590     EXIT.

007600 9235-CHECK-ONE-STEP.
007610     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
007620         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
007630     END-IF.
007640     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
007650         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
007660         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
007670             SET STEP-REFUSED TO TRUE
007680             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
007690                 TO WS-RUN-REASON-STEP
007700             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
007710         END-IF
007720     END-IF.
007730 9235-EXIT.
007740     EXIT.

007750 9237-CHECK-PREDECESSOR.
007760     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
007770     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
007780         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
007790             SET STEP-REFUSED TO TRUE
007800         END-IF
007810     ELSE
007820         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
007830             SET STEP-REFUSED TO TRUE
007840         END-IF
007850     END-IF.
007860     IF STEP-REFUSED
007870         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
007880             TO WS-RUN-REASON-STEP
007890         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
007900     END-IF.
007910 9237-EXIT.
007920     EXIT.

007930*----------------------------------------------------------*
007940* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
007950* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
007960* FAILED RUNS AGAIN FROM THE TOP.                          *
007970*----------------------------------------------------------*
007980 9240-CHECK-OWN-STEP.
007990     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
008000     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
008010     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
008020     IF RUN-RECORD-FOUND AND RUN-COMPLETE
008030         SET STEP-REFUSED TO TRUE
008040         MOVE "ALREADY COMPLETE FOR THIS DATE"
008050                 TO WS-RUN-REASON
008060     END-IF.
008070 9240-EXIT.
008080     EXIT.

008090*----------------------------------------------------------*
008100* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
008110* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
008120* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
008130*----------------------------------------------------------*
008140 9250-MARK-STEP-STARTED.
008150     IF NOT RUN-RECORD-FOUND
008160         MOVE SPACES TO RUN-STEP-DATA
008170         MOVE ZERO   TO RUN-ATTEMPT-COUNT
008180         MOVE ZERO   TO RUN-REFUSAL-COUNT
008190     END-IF.
008200     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
008210     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
008220     SET RUN-STARTED TO TRUE.
008230     MOVE ZERO                 TO RUN-RETURN-CODE.
008240     ADD 1                     TO RUN-ATTEMPT-COUNT.
008250     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
008260     ACCEPT WS-RUN-TIME FROM TIME.
008270     MOVE WS-RUN-TIME          TO RUN-START-TIME.
008280     MOVE ZERO                 TO RUN-END-DATE.
008290     MOVE ZERO                 TO RUN-END-TIME.
008300     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
008310     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
008320     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
008330     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
008340     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
008350     MOVE SPACES               TO RUN-MESSAGE.
008360     IF WS-RUN-RESUME-COUNT > ZERO
008370         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
008380         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
008390             " COMMITTED TRANSACTIONS"
008400     END-IF.
008410     IF RUN-RECORD-FOUND
008420         REWRITE RUN-CONTROL-RECORD
008430             INVALID KEY
008440                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
008450         END-REWRITE
008460     ELSE
008470         WRITE RUN-CONTROL-RECORD
008480             INVALID KEY
008490                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
008500         END-WRITE
008510     END-IF.
008520 9250-EXIT.
008530     EXIT.

008540*----------------------------------------------------------*
008550* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
008560* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
008570* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
008580* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
008590* OF AN ATTEMPT ALREADY ON FILE.                           *
008600*----------------------------------------------------------*
008610 9260-REFUSE-THE-STEP.
008620     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
008630         WS-RUN-REASON " ***".
008640     IF WS-RUN-BUSINESS-DATE > ZERO
008650         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
008660         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
008670         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
008680         IF RUN-RECORD-FOUND
008690             ADD 1 TO RUN-REFUSAL-COUNT
008700             MOVE WS-RUN-REASON TO RUN-MESSAGE
008710             REWRITE RUN-CONTROL-RECORD
008720                 INVALID KEY
008730                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
008740                         RUN-KEY
008750             END-REWRITE
008760         ELSE
008770             MOVE SPACES             TO RUN-STEP-DATA
008780             SET RUN-REFUSED TO TRUE
008790             MOVE 8                  TO RUN-RETURN-CODE
008800             MOVE ZERO               TO RUN-ATTEMPT-COUNT
008810             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
008820             ACCEPT WS-RUN-TIME FROM TIME
008830             MOVE WS-RUN-TIME        TO RUN-START-TIME
008840             MOVE ZERO               TO RUN-END-DATE
008850             MOVE ZERO               TO RUN-END-TIME
008860             MOVE ZERO               TO RUN-INPUT-COUNT
008870             MOVE ZERO               TO RUN-INPUT-TOTAL
008880             MOVE ZERO               TO RUN-COMMIT-COUNT
008890             MOVE ZERO               TO RUN-RESUME-COUNT
008900             MOVE 1                  TO RUN-REFUSAL-COUNT
008910             MOVE WS-RUN-REASON      TO RUN-MESSAGE
008920             WRITE RUN-CONTROL-RECORD
008930                 INVALID KEY
008940                     DISPLAY "RUN-CONTROL WRITE FAILED: "
008950                         RUN-KEY
008960             END-WRITE
008970         END-IF
008980     END-IF.
008990     CLOSE RUN-CONTROL-FILE.
009000     IF RETURN-CODE < 8
009010         MOVE 8 TO RETURN-CODE
009020     END-IF.
009030 9260-EXIT.
009040     EXIT.

009050*----------------------------------------------------------*
009060* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
009070* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
009080* WS-RUN-CHECK-DATE.                                       *
009090*----------------------------------------------------------*
009100 9290-READ-STEP-RECORD.
009110     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
009120     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
009130         TO RUN-STEP-NAME.
009140     READ RUN-CONTROL-FILE
009150         INVALID KEY
009160             MOVE 'N' TO WS-RUN-RECORD-SW
009170         NOT INVALID KEY
009180             MOVE 'Y' TO WS-RUN-RECORD-SW
009190     END-READ.
009200 9290-EXIT.
009210     EXIT.

009220*----------------------------------------------------------*
009230* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
009240* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
009250* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
009260* TOTALS - THE CUSTOMER MASTER RECORDS READ.  NO AMOUNT IS *
009270* CARRIED.                                                 *
009280*----------------------------------------------------------*
009290 9500-END-RUN-CONTROL.
009300     MOVE WS-CUSTOMER-COUNT    TO WS-RUN-INPUT-COUNT.
009310     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
009320     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
009330     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
009340     IF RUN-RECORD-FOUND
009350         IF RETURN-CODE < 8
009360             SET RUN-COMPLETE TO TRUE
009370         ELSE
009380             SET RUN-FAILED TO TRUE
009390         END-IF
009400         MOVE RETURN-CODE        TO RUN-RETURN-CODE
009410         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
009420         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
009430         ACCEPT WS-RUN-TIME FROM TIME
009440         MOVE WS-RUN-TIME        TO RUN-END-TIME
009450         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
009460         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
009470         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
009480         REWRITE RUN-CONTROL-RECORD
009490             INVALID KEY
009500                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
009510         END-REWRITE
009520     ELSE
009530         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
009540     END-IF.
009550     CLOSE RUN-CONTROL-FILE.
009560 9500-EXIT.
009570     EXIT.
