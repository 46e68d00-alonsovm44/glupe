000420*                   (WOPEND.RPT) UNTIL A SIGNED-OFF APPROVAL  *
000430*                   CARD FOR THE CUSTOMER-ID IS SUPPLIED ON   *
000440*                   APPROVED.DAT.                             *
000442*  10/15/2026 RWH   THE AGE CUTOFF NOW MEASURES EACH OPEN     *
000444*                   ITEM BY DAYS PAST ITS DUE DATE            *
000446*                   (INV-DUE-DATE) RATHER THAN DAYS SINCE THE *
000448*                   INVOICE DATE, THE SAME AS THE AGING JOBS. *
000449*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000450*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000451*                   ALONG WITH EVERY OTHER FIELD.             *
000452*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
000453*                   RUN-CONTROL FILE (RUNCTL.DAT).  IT IS     *
000454*                   REFUSED WITH RETURN-CODE 8, BEFORE ANY    *
000455*                   FILE IS OPENED, WHEN NO BUSINESS DATE IS  *
000456*                   OPEN, WHEN A STEP AHEAD OF IT HAS NOT     *
000457*                   COMPLETED FOR THE DATE, WHEN IT HAS       *
000458*                   ALREADY COMPLETED FOR THE DATE, OR WHEN A *
000459*                   LATER STEP HAS ALREADY RUN.  THE STEP'S   *
000460*                   STATUS, RETURN CODE AND CUSTOMER COUNT    *
000461*                   ARE RECORDED AT THE END.                  *
000462*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000463*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000464*                   FIELD.                                    *
000465*  10/15/2026 RWH   GL-ACCOUNT-FILE NOW DESCRIBES THE FULL    *
000466*                   63-BYTE GLACCTS.DAT RECORD GL-POST USES.  *
000467*                   ONLY THE CODE AND THE FIRST ACCOUNT ARE   *
000468*                   STILL READ.                               *
000469*  10/15/2026 RWH   WRITE-OFFS ARE NOW AGED, JOURNALED AND    *
000470*                   EXTRACTED UNDER THE BUSINESS DATE THE     *
000471*                   RUN-CONTROL FILE HAS OPEN, NOT THE        *
000472*                   MACHINE DATE.  THE REPORT HEADINGS STILL  *
000473*                   SHOW THE MACHINE DATE.                    *
000474*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000475*----------------------------------------------------------*
000476 ENVIRONMENT DIVISION.
000477 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000500         ORGANIZATION IS INDEXED
000610     SELECT JOURNAL-FILE     ASSIGN TO "INVJRNL.DAT".
000620     SELECT WRITEOFF-RPT     ASSIGN TO "WRITEOFF.RPT".
000630     SELECT PENDING-RPT      ASSIGN TO "WOPEND.RPT".
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
001020*----------------------------------------------------------*
001030 FD  GL-ACCOUNT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 63 CHARACTERS.
001060 01  GL-ACCOUNT-RECORD.
001070     05  GA-CURRENCY-CODE        PIC X(03).
001080     05  GA-ACCOUNT-CODE         PIC X(10).
001090     05  FILLER                  PIC X(50).

001100*----------------------------------------------------------*
001110* APPROVAL-FILE - ONE SIGNED-OFF CARD PER CUSTOMER-ID       *
001390     LABEL RECORDS ARE OMITTED.
001400 01  PENDING-RECORD           PIC X(132).

001401*----------------------------------------------------------*
001402* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
001403* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
001404* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
001405* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
001406* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
001407* TOTALS.                                                  *
001408*----------------------------------------------------------*
001409 FD  RUN-CONTROL-FILE
001410     LABEL RECORDS ARE STANDARD
001411     RECORD CONTAINS 150 CHARACTERS.
001412     COPY RUNCREC.

001420 WORKING-STORAGE SECTION.
001430 77  WS-MASTER-EOF            PIC X       VALUE 'N'.
001440     88  MASTER-EOF                       VALUE 'Y'.
003020     05  CN-COUNT            PIC ZZZ,ZZ9.
003030     05  FILLER              PIC X(87) VALUE SPACES.

003031*----------------------------------------------------------*
003032* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
003033* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
003034* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
003035*----------------------------------------------------------*
003036     COPY RUNSTEPS.
003037 77  WS-RUN-STEP-NAME         PIC X(16)
003038                                 VALUE "WRITE-OFF".
003039 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
003040 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
003041 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
003042 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
003043 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
003044 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
003045 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
003046     88  RUN-RECORD-FOUND                 VALUE 'Y'.
003047 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
003048     88  STEP-REFUSED                     VALUE 'Y'.
003049 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
003050 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
003051 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
003052 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
003053 01  WS-RUN-REASON.
003054     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
003055     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

003062 PROCEDURE DIVISION.

003070 0000-MAINLINE.
003073     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
003076     IF NOT STEP-REFUSED
003080         PERFORM 1000-INITIALIZE THRU 1000-EXIT
003090         PERFORM 2000-READ-MASTER THRU 2000-EXIT
003100         PERFORM 4000-PROCESS-ONE-CUSTOMER THRU 4000-EXIT
003110             UNTIL MASTER-EOF
003120         PERFORM 6000-PRINT-CURRENCY-TOTALS THRU 6000-EXIT
003130         PERFORM 8000-WRITE-GL-EXTRACT THRU 8000-EXIT
003140         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
003150         PERFORM 9000-TERMINATE THRU 9000-EXIT
003153         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
003156     END-IF.
003160     STOP RUN.

003180*----------------------------------------------------------*
003220*----------------------------------------------------------*
003230 1000-INITIALIZE.
003240     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
003250     MOVE WS-RUN-BUSINESS-DATE TO WS-DTN-DATE.
003260     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
003270     MOVE WS-DTN-DAY-NO TO WS-TODAY-DAY-NO.
003280     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
005310*----------------------------------------------------------*
005320* 4100-SELECT-CANDIDATE - A BALANCE UNDER THE SMALL-BALANCE *
005330* FLOOR QUALIFIES OUTRIGHT.  OTHERWISE EVERY OPEN ITEM (OR  *
005340* THE KEYED AGE-DAYS WHEN NONE ARE ON FILE) MUST BE PAST    *
005350* DUE LONGER THAN THE AGE CUTOFF - ONE RECENT ITEM MEANS    *
005360* THE ACCOUNT IS STILL LIVE AND STAYS ON THE BOOKS.         *
005370*----------------------------------------------------------*
005380 4100-SELECT-CANDIDATE.
005390     MOVE 'N'  TO WS-CANDIDATE-SW.
006050         MOVE 16 TO RETURN-CODE
006060         MOVE 'Y' TO WS-INV-EOF
006070     END-IF.
006080     IF INV-DUE-DATE NUMERIC AND INV-DUE-DATE > ZERO
006090         MOVE INV-DUE-DATE TO WS-DTN-DATE
006100         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
006110         COMPUTE WS-INV-AGE-DAYS =
006120             WS-TODAY-DAY-NO - WS-DTN-DAY-NO
006980     EXIT.

007000 4600-WRITE-JOURNAL-RECORD.
007010     MOVE WS-RUN-BUSINESS-DATE TO JRN-RUN-DATE.
007020     MOVE CM-CUSTOMER-ID   TO JRN-CUSTOMER-ID.
007030     MOVE SPACES           TO JRN-INVOICE-NO.
007040     MOVE "W"              TO JRN-ACTION-CODE.
007750     MOVE SPACES              TO GL-EXTRACT-RECORD.
007760     MOVE "WO"                TO GLX-REC-TYPE.
007770     MOVE WS-BAD-DEBT-ACCOUNT TO GLX-ACCOUNT-CODE.
007780     MOVE WS-RUN-BUSINESS-DATE (1:6) TO GLX-PERIOD.
007790     MOVE WS-CURR-TOTAL (WS-GLX-CURR-IDX) TO GLX-AMOUNT.
007800     MOVE "D"                 TO GLX-DR-CR-IND.
007810     WRITE GL-EXTRACT-RECORD.
008460     CLOSE PENDING-RPT.
008470 9000-EXIT.
008480     EXIT.

008490*----------------------------------------------------------*
008500* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
008510* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
008520* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
008530* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
008540* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
008550* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
008560* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
008570*----------------------------------------------------------*
008580 9200-START-RUN-CONTROL.
008590     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
008600     OPEN I-O RUN-CONTROL-FILE.
008610     SET RUN-STEP-IDX TO 1.
008620     SEARCH RUN-STEP-ENTRY
008630         AT END
008640             MOVE ZERO TO WS-RUN-OWN-POSITION
008650         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
008660             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
008670     END-SEARCH.
008680     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
008690     IF NOT STEP-REFUSED
008700         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
008710     END-IF.
008720     IF NOT STEP-REFUSED
008730         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
008740     END-IF.
008750     IF STEP-REFUSED
008760         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
008770     ELSE
008780         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
008790     END-IF.
008800 9200-EXIT.
008810     EXIT.

008820*----------------------------------------------------------*
008830* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
008840* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
008850* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
008860* THE STEP IS REFUSED.                                     *
008870*----------------------------------------------------------*
008880 9225-READ-BUSINESS-DATE.
008890     MOVE ZERO            TO RUN-BUSINESS-DATE.
008900     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
008910     READ RUN-CONTROL-FILE
008920         INVALID KEY
008930             SET STEP-REFUSED TO TRUE
008940             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
008950         NOT INVALID KEY
008960             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
008970     END-READ.
008980 9225-EXIT.
008990     EXIT.

009000*----------------------------------------------------------*
009010* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
009020* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
009030* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
009040* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
009050* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
009060* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
009070*----------------------------------------------------------*
009080 9230-CHECK-STEP-ORDER.
009090     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
009100     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
009110         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
009120         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
009130         OR STEP-REFUSED.
009140 9230-EXIT.
009150     EXIT.

009160 9235-CHECK-ONE-STEP.
009170     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
009180         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
009190     END-IF.
009200     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
009210         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
009220         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
009230             SET STEP-REFUSED TO TRUE
009240             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
009250                 TO WS-RUN-REASON-STEP
009260             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
009270         END-IF
009280     END-IF.
009290 9235-EXIT.
009300     EXIT.

009310 9237-CHECK-PREDECESSOR.
009320     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
009330     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
009340         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
009350             SET STEP-REFUSED TO TRUE
009360         END-IF
009370     ELSE
009380         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
009390             SET STEP-REFUSED TO TRUE
009400         END-IF
009410     END-IF.
009420     IF STEP-REFUSED
009430         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
009440             TO WS-RUN-REASON-STEP
009450         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
009460     END-IF.
009470 9237-EXIT.
009480     EXIT.

009490*----------------------------------------------------------*
009500* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
009510* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
009520* FAILED RUNS AGAIN FROM THE TOP.                          *
009530*----------------------------------------------------------*
009540 9240-CHECK-OWN-STEP.
009550     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
009560     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
009570     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
009580     IF RUN-RECORD-FOUND AND RUN-COMPLETE
009590         SET STEP-REFUSED TO TRUE
009600         MOVE "ALREADY COMPLETE FOR THIS DATE"
009610                 TO WS-RUN-REASON
009620     END-IF.
009630 9240-EXIT.
009640     EXIT.

009650*----------------------------------------------------------*
009660* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
009670* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
009680* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
009690*----------------------------------------------------------*
009700 9250-MARK-STEP-STARTED.
009710     IF NOT RUN-RECORD-FOUND
009720         MOVE SPACES TO RUN-STEP-DATA
009730         MOVE ZERO   TO RUN-ATTEMPT-COUNT
009740         MOVE ZERO   TO RUN-REFUSAL-COUNT
009750     END-IF.
009760     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
009770     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
009780     SET RUN-STARTED TO TRUE.
009790     MOVE ZERO                 TO RUN-RETURN-CODE.
009800     ADD 1                     TO RUN-ATTEMPT-COUNT.
009810     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
009820     ACCEPT WS-RUN-TIME FROM TIME.
009830     MOVE WS-RUN-TIME          TO RUN-START-TIME.
009840     MOVE ZERO                 TO RUN-END-DATE.
009850     MOVE ZERO                 TO RUN-END-TIME.
009860     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
009870     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
009880     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
009890     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
009900     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
009910     MOVE SPACES               TO RUN-MESSAGE.
009920     IF WS-RUN-RESUME-COUNT > ZERO
009930         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
009940         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
009950             " COMMITTED TRANSACTIONS"
009960     END-IF.
009970     IF RUN-RECORD-FOUND
009980         REWRITE RUN-CONTROL-RECORD
009990             INVALID KEY
010000                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
010010         END-REWRITE
010020     ELSE
010030         WRITE RUN-CONTROL-RECORD
010040             INVALID KEY
010050                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
010060         END-WRITE
010070     END-IF.
010080 9250-EXIT.
010090     EXIT.

010100*----------------------------------------------------------*
010110* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
010120* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
010130* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
010140* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
010150* OF AN ATTEMPT ALREADY ON FILE.                           *
010160*----------------------------------------------------------*
010170 9260-REFUSE-THE-STEP.
010180     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
010190         WS-RUN-REASON " ***".
010200     IF WS-RUN-BUSINESS-DATE > ZERO
010210         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
010220         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
010230         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
010240         IF RUN-RECORD-FOUND
010250             ADD 1 TO RUN-REFUSAL-COUNT
010260             MOVE WS-RUN-REASON TO RUN-MESSAGE
010270             REWRITE RUN-CONTROL-RECORD
010280                 INVALID KEY
010290                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
010300                         RUN-KEY
010310             END-REWRITE
010320         ELSE
010330             MOVE SPACES             TO RUN-STEP-DATA
010340             SET RUN-REFUSED TO TRUE
010350             MOVE 8                  TO RUN-RETURN-CODE
010360             MOVE ZERO               TO RUN-ATTEMPT-COUNT
010370             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
010380             ACCEPT WS-RUN-TIME FROM TIME
010390             MOVE WS-RUN-TIME        TO RUN-START-TIME
010400             MOVE ZERO               TO RUN-END-DATE
010410             MOVE ZERO               TO RUN-END-TIME
010420             MOVE ZERO               TO RUN-INPUT-COUNT
010430             MOVE ZERO               TO RUN-INPUT-TOTAL
010440             MOVE ZERO               TO RUN-COMMIT-COUNT
010450             MOVE ZERO               TO RUN-RESUME-COUNT
010460             MOVE 1                  TO RUN-REFUSAL-COUNT
010470             MOVE WS-RUN-REASON      TO RUN-MESSAGE
010480             WRITE RUN-CONTROL-RECORD
010490                 INVALID KEY
010500                     DISPLAY "RUN-CONTROL WRITE FAILED: "
010510                         RUN-KEY
010520             END-WRITE
010530         END-IF
010540     END-IF.
010550     CLOSE RUN-CONTROL-FILE.
010560     IF RETURN-CODE < 8
010570         MOVE 8 TO RETURN-CODE
010580     END-IF.
010590 9260-EXIT.
010600     EXIT.

010610*----------------------------------------------------------*
010620* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
010630* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
010640* WS-RUN-CHECK-DATE.                                       *
010650*----------------------------------------------------------*
010660 9290-READ-STEP-RECORD.
010670     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
010680     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
010690         TO RUN-STEP-NAME.
010700     READ RUN-CONTROL-FILE
010710         INVALID KEY
010720             MOVE 'N' TO WS-RUN-RECORD-SW
010730         NOT INVALID KEY
010740             MOVE 'Y' TO WS-RUN-RECORD-SW
010750     END-READ.
010760 9290-EXIT.
010770     EXIT.

010780*----------------------------------------------------------*
010790* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
010800* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
010810* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
010820* TOTALS - THE CUSTOMER MASTER RECORDS READ.  NO AMOUNT IS *
010830* CARRIED.                                                 *
010840*----------------------------------------------------------*
010850 9500-END-RUN-CONTROL.
010860     MOVE WS-CUSTOMER-COUNT    TO WS-RUN-INPUT-COUNT.
010870     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
010880     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
010890     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
010900     IF RUN-RECORD-FOUND
010910         IF RETURN-CODE < 8
010920             SET RUN-COMPLETE TO TRUE
010930         ELSE
010940             SET RUN-FAILED TO TRUE
010950         END-IF
010960         MOVE RETURN-CODE        TO RUN-RETURN-CODE
010970         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
010980         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
010990         ACCEPT WS-RUN-TIME FROM TIME
011000         MOVE WS-RUN-TIME        TO RUN-END-TIME
011010         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
011020         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
011030         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
011040         REWRITE RUN-CONTROL-RECORD
011050             INVALID KEY
011060                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
011070         END-REWRITE
011080     ELSE
011090         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
011100     END-IF.
011110     CLOSE RUN-CONTROL-FILE.
011120 9500-EXIT.
011130     EXIT.
