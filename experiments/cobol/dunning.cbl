000400*                   PRINT ON DUNCTL.RPT SO COLLECTIONS CAN    *
000401*                   SEE WHAT THE RUN ACTUALLY DID.  RECORD    *
000402*                   LENGTH IS 149 FOR THE NEW FIELDS.         *
000403*  10/15/2026 RWH   DUNNING ELIGIBILITY NOW RUNS OFF DAYS     *
000404*                   PAST DUE.  EACH OPEN ITEM AGES FROM ITS   *
000405*                   INV-DUE-DATE, THE SAME AS THE BALANCE     *
000406*                   JOB, SO A CUSTOMER ON NET 60 TERMS IS NOT *
000407*                   DUNNED FOR AN INVOICE THAT IS NOT YET     *
000408*                   LATE.                                     *
000409*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
000410*                   RUN-CONTROL FILE (RUNCTL.DAT).  IT IS     *
000411*                   REFUSED WITH RETURN-CODE 8, BEFORE ANY    *
000412*                   FILE IS OPENED, WHEN NO BUSINESS DATE IS  *
000413*                   OPEN, WHEN A STEP AHEAD OF IT HAS NOT     *
000414*                   COMPLETED FOR THE DATE, WHEN IT HAS       *
000415*                   ALREADY COMPLETED FOR THE DATE, OR WHEN A *
000416*                   LATER STEP HAS ALREADY RUN.  THE STEP'S   *
000417*                   STATUS, RETURN CODE AND CUSTOMER COUNT    *
000418*                   ARE RECORDED AT THE END.                  *
000419*  10/15/2026 RWH   LETTERS ARE NOW AGED, DATED, CHECKED      *
000420*                   AGAINST PROMISES AND RECORDED IN THE      *
000421*                   DUNNING HISTORY UNDER THE BUSINESS DATE   *
000422*                   THE RUN-CONTROL FILE HAS OPEN, NOT THE    *
000423*                   MACHINE DATE.  THE CONTROL REPORT HEADING *
000424*                   STILL SHOWS THE MACHINE DATE.             *
000425*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000426*----------------------------------------------------------*
000427 ENVIRONMENT DIVISION.
000428 INPUT-OUTPUT SECTION.
000429 FILE-CONTROL.
000430     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000431         ORGANIZATION IS INDEXED
000432         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CUSTOMER-ID.
000450     SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVMAST.DAT"
000460         ORGANIZATION IS INDEXED
000478     SELECT SORTED-HIST-FILE ASSIGN TO "DUNHSRT.DAT".
000480     SELECT LETTER-FILE      ASSIGN TO "LETTERS.DAT".
000490     SELECT CONTROL-RPT      ASSIGN TO "DUNCTL.RPT".
000492     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000494         ORGANIZATION IS INDEXED
000496         ACCESS MODE IS RANDOM
000498         RECORD KEY IS RUN-KEY.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CUSTOMER-MASTER
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 180 CHARACTERS.
000550     COPY CUSTREC.

000570*----------------------------------------------------------*
000630*----------------------------------------------------------*
000770 FD  INVOICE-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 69 CHARACTERS.
000800     COPY INVREC.

000810*----------------------------------------------------------*
000930     LABEL RECORDS ARE OMITTED.
000940 01  CONTROL-RECORD           PIC X(132).

000941*----------------------------------------------------------*
000942* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
000943* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
000944* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
000945* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
000946* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
000947* TOTALS.                                                  *
000948*----------------------------------------------------------*
000949 FD  RUN-CONTROL-FILE
000950     LABEL RECORDS ARE STANDARD
000951     RECORD CONTAINS 150 CHARACTERS.
000952     COPY RUNCREC.

000960 WORKING-STORAGE SECTION.
000970 77  WS-MASTER-EOF            PIC X       VALUE 'N'.
000980     88  MASTER-EOF                       VALUE 'Y'.
001840     05  CC-COUNT            PIC ZZ,ZZ9.
001850     05  FILLER              PIC X(92) VALUE SPACES.

001851*----------------------------------------------------------*
001852* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
001853* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
001854* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
001855*----------------------------------------------------------*
001856     COPY RUNSTEPS.
001857 77  WS-RUN-STEP-NAME         PIC X(16)
001858                                 VALUE "DUN-LETTERS".
001859 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
001860 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
001861 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
001862 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
001863 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
001864 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
001865 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
001866     88  RUN-RECORD-FOUND                 VALUE 'Y'.
001867 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
001868     88  STEP-REFUSED                     VALUE 'Y'.
001869 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
001870 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
001871 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
001872 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
001873 01  WS-RUN-REASON.
001874     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
001875     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

001882 PROCEDURE DIVISION.

001890 0000-MAINLINE.
001893     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
001896     IF NOT STEP-REFUSED
001900         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001910         PERFORM 2000-READ-MASTER THRU 2000-EXIT
001920         PERFORM 4000-PROCESS-CUSTOMER THRU 4000-EXIT
001930             UNTIL MASTER-EOF
001940         PERFORM 7000-PRINT-CONTROL-REPORT THRU 7000-EXIT
001950         PERFORM 9000-TERMINATE THRU 9000-EXIT
001953         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
001956     END-IF.
001960     STOP RUN.

001980*----------------------------------------------------------*
002010*----------------------------------------------------------*
002020 1000-INITIALIZE.
002030     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
002040     MOVE WS-RUN-BUSINESS-DATE TO WS-DTN-DATE.
002050     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
002060     MOVE WS-DTN-DAY-NO TO WS-TODAY-DAY-NO.
002070     PERFORM 1480-SORT-DUN-HISTORY THRU 1480-EXIT.

002610*----------------------------------------------------------*
002620* 4100-AGE-CUSTOMER - BUILD THIS CUSTOMER'S PAST-DUE        *
002630* BUCKETS.  INVOICES ON FILE AGE BY DAYS PAST DUE DATE,    *
002640* THE SAME AS THE BALANCE JOB; A CUSTOMER WITH NO INVOICES  *
002650* AGES ITS WHOLE BALANCE BY THE KEYED AGE-DAYS.             *
002660*----------------------------------------------------------*
003020     EXIT.

003040 4150-AGE-ONE-INVOICE.
003050     IF INV-DUE-DATE NUMERIC AND INV-DUE-DATE > ZERO
003060         MOVE INV-DUE-DATE TO WS-DTN-DATE
003070         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
003080         COMPUTE WS-INV-AGE-DAYS =
003090             WS-TODAY-DAY-NO - WS-DTN-DAY-NO
003730*----------------------------------------------------------*
003740 5000-WRITE-LETTER.
003750     WRITE LETTER-RECORD FROM WS-LETTER-SEPARATOR.
003760     MOVE WS-RUN-BUSINESS-DATE TO LD-RUN-DATE.
003770     WRITE LETTER-RECORD FROM WS-LETTER-DATE-LINE.
003780     MOVE CUSTOMER-NAME   TO LN-CUSTOMER-NAME.
003790     MOVE CUSTOMER-ID     TO LN-CUSTOMER-ID.
004931     ELSE
004932         IF PROMISE-DATE NUMERIC
004933             AND PROMISE-DATE > ZERO
004934             AND PROMISE-DATE NOT < WS-RUN-BUSINESS-DATE
004935             SET LETTER-SUPPRESSED TO TRUE
004936             ADD 1 TO WS-PROMISE-SUPPR-COUNT
004937         ELSE
004979*----------------------------------------------------------*
004980 5900-RECORD-LETTER.
004981     MOVE CUSTOMER-ID    TO DH-CUSTOMER-ID.
004982     MOVE WS-RUN-BUSINESS-DATE TO DH-LETTER-DATE.
004983     MOVE WS-SEVERITY    TO DH-SEVERITY.
004984     WRITE DUN-HISTORY-RECORD.
004985 5900-EXIT.
004991* 7000-PRINT-CONTROL-REPORT - LETTERS PRODUCED BY SEVERITY, *
004992* PLUS WHAT WAS SUPPRESSED OR ESCALATED AND WHY             *
004993*----------------------------------------------------------*
004994 7000-PRINT-CONTROL-REPORT.
004995     MOVE SPACES TO WS-CTL-COUNT-LINE.
004996     MOVE "CUSTOMERS READ"            TO CC-LABEL.
004997     MOVE WS-CUSTOMER-COUNT          TO CC-COUNT.
004998     WRITE CONTROL-RECORD FROM WS-CTL-COUNT-LINE.

004999     MOVE SPACES TO WS-CTL-COUNT-LINE.
005000     MOVE "SEVERITY 1 (30-59 DAYS)"   TO CC-LABEL.
005010     MOVE WS-SEV1-COUNT              TO CC-COUNT.
005020     WRITE CONTROL-RECORD FROM WS-CTL-COUNT-LINE.
005560     CLOSE CONTROL-RPT.
005570 9000-EXIT.
005580     EXIT.

005590*----------------------------------------------------------*
005600* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
005610* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
005620* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
005630* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
005640* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
005650* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
005660* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
005670*----------------------------------------------------------*
005680 9200-START-RUN-CONTROL.
005690     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
005700     OPEN I-O RUN-CONTROL-FILE.
005710     SET RUN-STEP-IDX TO 1.
005720     SEARCH RUN-STEP-ENTRY
005730         AT END
005740             MOVE ZERO TO WS-RUN-OWN-POSITION
005750         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
005760             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
005770     END-SEARCH.
005780     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
005790     IF NOT STEP-REFUSED
005800         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
005810     END-IF.
005820     IF NOT STEP-REFUSED
005830         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
005840     END-IF.
005850     IF STEP-REFUSED
005860         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
005870     ELSE
005880         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
005890     END-IF.
005900 9200-EXIT.
005910     EXIT.

005920*----------------------------------------------------------*
005930* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
005940* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
005950* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
005960* THE STEP IS REFUSED.                                     *
005970*----------------------------------------------------------*
005980 9225-READ-BUSINESS-DATE.
005990     MOVE ZERO            TO RUN-BUSINESS-DATE.
006000     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
006010     READ RUN-CONTROL-FILE
006020         INVALID KEY
006030             SET STEP-REFUSED TO TRUE
006040             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
006050         NOT INVALID KEY
006060             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
006070     END-READ.
006080 9225-EXIT.
006090     EXIT.

006100*----------------------------------------------------------*
006110* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
006120* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
006130* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
006140* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
006150* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
006160* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
006170*----------------------------------------------------------*
006180 9230-CHECK-STEP-ORDER.
006190     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
006200     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
006210         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
006220         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
006230         OR STEP-REFUSED.
006240 9230-EXIT.
006250     EXIT.

006260 9235-CHECK-ONE-STEP.
006270     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
006280         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
006290     END-IF.
006300     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
006310         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
006320         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
006330             SET STEP-REFUSED TO TRUE
006340             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
006350                 TO WS-RUN-REASON-STEP
006360             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
006370         END-IF
006380     END-IF.
006390 9235-EXIT.
006400     EXIT.

006410 9237-CHECK-PREDECESSOR.
006420     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
006430     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
006440         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
006450             SET STEP-REFUSED TO TRUE
006460         END-IF
006470     ELSE
006480         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
006490             SET STEP-REFUSED TO TRUE
006500         END-IF
006510     END-IF.
006520     IF STEP-REFUSED
006530         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
006540             TO WS-RUN-REASON-STEP
006550         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
006560     END-IF.
006570 9237-EXIT.
006580     EXIT.

006590*----------------------------------------------------------*
006600* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
006610* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
006620* FAILED RUNS AGAIN FROM THE TOP.                          *
006630*----------------------------------------------------------*
006640 9240-CHECK-OWN-STEP.
006650     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
006660     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
006670     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
006680     IF RUN-RECORD-FOUND AND RUN-COMPLETE
006690         SET STEP-REFUSED TO TRUE
006700         MOVE "ALREADY COMPLETE FOR THIS DATE"
006710                 TO WS-RUN-REASON
006720     END-IF.
006730 9240-EXIT.
006740     EXIT.

006750*----------------------------------------------------------*
006760* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
006770* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
006780* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
006790*----------------------------------------------------------*
006800 9250-MARK-STEP-STARTED.
006810     IF NOT RUN-RECORD-FOUND
006820         MOVE SPACES TO RUN-STEP-DATA
006830         MOVE ZERO   TO RUN-ATTEMPT-COUNT
006840         MOVE ZERO   TO RUN-REFUSAL-COUNT
006850     END-IF.
006860     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
006870     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
006880     SET RUN-STARTED TO TRUE.
006890     MOVE ZERO                 TO RUN-RETURN-CODE.
006900     ADD 1                     TO RUN-ATTEMPT-COUNT.
006910     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
006920     ACCEPT WS-RUN-TIME FROM TIME.
006930     MOVE WS-RUN-TIME          TO RUN-START-TIME.
006940     MOVE ZERO                 TO RUN-END-DATE.
006950     MOVE ZERO                 TO RUN-END-TIME.
006960     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
006970     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
006980     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
006990     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
007000     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
007010     MOVE SPACES               TO RUN-MESSAGE.
007020     IF WS-RUN-RESUME-COUNT > ZERO
007030         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
007040         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
007050             " COMMITTED TRANSACTIONS"
007060     END-IF.
007070     IF RUN-RECORD-FOUND
007080         REWRITE RUN-CONTROL-RECORD
007090             INVALID KEY
007100                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
007110         END-REWRITE
007120     ELSE
007130         WRITE RUN-CONTROL-RECORD
007140             INVALID KEY
007150                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
007160         END-WRITE
007170     END-IF.
007180 9250-EXIT.
007190     EXIT.

007200*----------------------------------------------------------*
007210* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
007220* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
007230* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
007240* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
007250* OF AN ATTEMPT ALREADY ON FILE.                           *
007260*----------------------------------------------------------*
007270 9260-REFUSE-THE-STEP.
007280     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
007290         WS-RUN-REASON " ***".
007300     IF WS-RUN-BUSINESS-DATE > ZERO
007310         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
007320         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
007330         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
007340         IF RUN-RECORD-FOUND
007350             ADD 1 TO RUN-REFUSAL-COUNT
007360             MOVE WS-RUN-REASON TO RUN-MESSAGE
007370             REWRITE RUN-CONTROL-RECORD
007380                 INVALID KEY
007390                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
007400                         RUN-KEY
007410             END-REWRITE
007420         ELSE
007430             MOVE SPACES             TO RUN-STEP-DATA
007440             SET RUN-REFUSED TO TRUE
007450             MOVE 8                  TO RUN-RETURN-CODE
007460             MOVE ZERO               TO RUN-ATTEMPT-COUNT
007470             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
007480             ACCEPT WS-RUN-TIME FROM TIME
007490             MOVE WS-RUN-TIME        TO RUN-START-TIME
007500             MOVE ZERO               TO RUN-END-DATE
007510             MOVE ZERO               TO RUN-END-TIME
007520             MOVE ZERO               TO RUN-INPUT-COUNT
007530             MOVE ZERO               TO RUN-INPUT-TOTAL
007540             MOVE ZERO               TO RUN-COMMIT-COUNT
007550             MOVE ZERO               TO RUN-RESUME-COUNT
007560             MOVE 1                  TO RUN-REFUSAL-COUNT
007570             MOVE WS-RUN-REASON      TO RUN-MESSAGE
007580             WRITE RUN-CONTROL-RECORD
007590                 INVALID KEY
007600                     DISPLAY "RUN-CONTROL WRITE FAILED: "
007610                         RUN-KEY
007620             END-WRITE
007630         END-IF
007640     END-IF.
007650     CLOSE RUN-CONTROL-FILE.
007660     IF RETURN-CODE < 8
007670         MOVE 8 TO RETURN-CODE
007680     END-IF.
007690 9260-EXIT.
007700     EXIT.

007710*----------------------------------------------------------*
007720* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
007730* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
007740* WS-RUN-CHECK-DATE.                                       *
007750*----------------------------------------------------------*
007760 9290-READ-STEP-RECORD.
007770     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
007780     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
007790         TO RUN-STEP-NAME.
007800     READ RUN-CONTROL-FILE
007810         INVALID KEY
007820             MOVE 'N' TO WS-RUN-RECORD-SW
007830         NOT INVALID KEY
007840             MOVE 'Y' TO WS-RUN-RECORD-SW
007850     END-READ.
007860 9290-EXIT.
007870     EXIT.

007880*----------------------------------------------------------*
007890* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
007900* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
007910* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
007920* TOTALS - THE CUSTOMER MASTER RECORDS READ.  NO AMOUNT IS *
007930* CARRIED.                                                 *
007940*----------------------------------------------------------*
007950 9500-END-RUN-CONTROL.
007960     MOVE WS-CUSTOMER-COUNT    TO WS-RUN-INPUT-COUNT.
007970     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
007980     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
007990     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
008000     IF RUN-RECORD-FOUND
008010         IF RETURN-CODE < 8
008020             SET RUN-COMPLETE TO TRUE
008030         ELSE
008040             SET RUN-FAILED TO TRUE
008050         END-IF
008060         MOVE RETURN-CODE        TO RUN-RETURN-CODE
008070         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
008080         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
008090         ACCEPT WS-RUN-TIME FROM TIME
008100         MOVE WS-RUN-TIME        TO RUN-END-TIME
008110         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
008120         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
008130         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
008140         REWRITE RUN-CONTROL-RECORD
008150             INVALID KEY
008160                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
008170         END-REWRITE
008180     ELSE
008190         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
008200     END-IF.
008210     CLOSE RUN-CONTROL-FILE.
008220 9500-EXIT.
008230     EXIT.
