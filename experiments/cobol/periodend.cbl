000412*  09/03/2026 RWH   THE CUSTOMER RECORD NOW CARRIES HOLD-CODE *
000414*                   AND PROMISE-DATE - RECORD LENGTH IS 149   *
000416*                   AND THE SNAPSHOT RECORD GROWS TO 157.     *
000417*  10/15/2026 RWH   THE CUSTOMER RECORD NOW CARRIES           *
000418*                   TERMS-CODE AND A RESERVED FILLER - RECORD *
000419*                   LENGTH IS 180 AND THE SNAPSHOT RECORD     *
000420*                   GROWS TO 188.                             *
000421*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
000422*                   RUN-CONTROL FILE (RUNCTL.DAT).  IT IS     *
000423*                   REFUSED WITH RETURN-CODE 8, BEFORE ANY    *
000424*                   FILE IS OPENED, WHEN NO BUSINESS DATE IS  *
000425*                   OPEN, WHEN A STEP AHEAD OF IT HAS NOT     *
000426*                   COMPLETED FOR THE DATE, WHEN IT HAS       *
000427*                   ALREADY COMPLETED FOR THE DATE, OR WHEN A *
000428*                   LATER STEP HAS ALREADY RUN.  THE STEP'S   *
000429*                   STATUS, RETURN CODE AND CUSTOMER COUNT    *
000430*                   ARE RECORDED AT THE END.                  *
000431*  10/15/2026 RWH   THE CLOSE NOW AGES, SNAPSHOTS AND SAVES   *
000432*                   THE CLOSE DATE UNDER THE BUSINESS DATE    *
000433*                   THE RUN-CONTROL FILE HAS OPEN, NOT THE    *
000434*                   MACHINE DATE.                             *
000435*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000436*----------------------------------------------------------*
000437 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000540     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "RUNHARCH.DAT".
000550     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD.DAT".
000560     SELECT CLOSE-RPT        ASSIGN TO "CLOSERPT.RPT".
000562     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000564         ORGANIZATION IS INDEXED
000566         ACCESS MODE IS RANDOM
000568         RECORD KEY IS RUN-KEY.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CUSTOMER-MASTER
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 180 CHARACTERS.
000620     COPY CUSTREC.

000640 FD  CLOSE-DATE-FILE
000730*----------------------------------------------------------*
000740 FD  SNAPSHOT-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 188 CHARACTERS.
000770 01  SNAPSHOT-RECORD.
000780     05  SNP-CLOSE-DATE      PIC 9(08).
000790     05  SNP-MASTER-IMAGE    PIC X(180).

000810 FD  RUN-HISTORY-FILE
000820     LABEL RECORDS ARE STANDARD.
001120     LABEL RECORDS ARE OMITTED.
001130 01  RPT-RECORD               PIC X(132).

001131*----------------------------------------------------------*
001132* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
001133* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
001134* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
001135* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
001136* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
001137* TOTALS.                                                  *
001138*----------------------------------------------------------*
001139 FD  RUN-CONTROL-FILE
001140     LABEL RECORDS ARE STANDARD
001141     RECORD CONTAINS 150 CHARACTERS.
001142     COPY RUNCREC.

001150 WORKING-STORAGE SECTION.
001160 77  WS-MASTER-EOF            PIC X       VALUE 'N'.
001170     88  MASTER-EOF                       VALUE 'Y'.
001210     88  PARM-EOF                         VALUE 'Y'.
001220 77  WS-PARM-ERROR-SW         PIC X       VALUE 'N'.
001230     88  PARM-ERROR-SEEN                  VALUE 'Y'.
001250 77  WS-LAST-CLOSE-DATE       PIC 9(8)    VALUE ZERO.
001260 77  WS-TODAY-DAY-NO          PIC 9(7) COMP VALUE ZERO.
001270 77  WS-CLOSE-DAY-NO          PIC 9(7) COMP VALUE ZERO.
001860     05  CL-COUNT            PIC ZZZ,ZZ9.
001870     05  FILLER              PIC X(87) VALUE SPACES.

001871*----------------------------------------------------------*
001872* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
001873* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
001874* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
001875*----------------------------------------------------------*
001876     COPY RUNSTEPS.
001877 77  WS-RUN-STEP-NAME         PIC X(16)
001878                                 VALUE "PERIOD-END".
001879 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
001880 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
001881 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
001882 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
001883 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
001884 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
001885 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
001886     88  RUN-RECORD-FOUND                 VALUE 'Y'.
001887 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
001888     88  STEP-REFUSED                     VALUE 'Y'.
001889 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
001890 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
001891 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
001892 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
001893 01  WS-RUN-REASON.
001894     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
001895     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

001902 PROCEDURE DIVISION.

001910 0000-MAINLINE.
001913     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
001916     IF NOT STEP-REFUSED
001920         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001930         PERFORM 2000-READ-MASTER THRU 2000-EXIT
001940         PERFORM 4000-CLOSE-ONE-CUSTOMER THRU 4000-EXIT
001950             UNTIL MASTER-EOF
001960         PERFORM 5000-ROLL-RUN-HISTORY THRU 5000-EXIT
001970         PERFORM 6000-SAVE-CLOSE-DATE THRU 6000-EXIT
001980         PERFORM 7000-PRINT-CLOSE-REPORT THRU 7000-EXIT
001990         PERFORM 9000-TERMINATE THRU 9000-EXIT
001993         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
001996     END-IF.
002000     STOP RUN.

002020*----------------------------------------------------------*
002040* DATE AND THE RETENTION PARAMETER, AND OPEN THE FILES      *
002050*----------------------------------------------------------*
002060 1000-INITIALIZE.
002080     MOVE WS-RUN-BUSINESS-DATE TO WS-DTN-DATE.
002090     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
002100     MOVE WS-DTN-DAY-NO TO WS-TODAY-DAY-NO.
002110     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
002130     OPEN I-O    CUSTOMER-MASTER.
002140     OPEN EXTEND SNAPSHOT-FILE.
002150     OPEN OUTPUT CLOSE-RPT.
002160     MOVE WS-RUN-BUSINESS-DATE TO RH-CLOSE-DATE.
002170     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
002180     PERFORM 1070-WRITE-PARM-AUDIT THRU 1070-EXIT.
002190 1000-EXIT.
003360     ELSE
003370         ADD 1 TO WS-EXCEPTION-COUNT
003380     END-IF.
003390     MOVE WS-RUN-BUSINESS-DATE TO SNP-CLOSE-DATE.
003400     MOVE CUSTOMER-RECORD  TO SNP-MASTER-IMAGE.
003410     WRITE SNAPSHOT-RECORD.
003420     ADD 1 TO WS-SNAPSHOT-COUNT.
003990*----------------------------------------------------------*
004000 6000-SAVE-CLOSE-DATE.
004010     OPEN OUTPUT CLOSE-DATE-FILE.
004020     MOVE WS-RUN-BUSINESS-DATE TO CLD-LAST-CLOSE-DATE.
004030     WRITE CLOSE-DATE-RECORD.
004040     CLOSE CLOSE-DATE-FILE.
004050 6000-EXIT.
004770     CLOSE CLOSE-RPT.
004780 9000-EXIT.
004790     EXIT.

004800*----------------------------------------------------------*
004810* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
004820* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
004830* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
004840* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
004850* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
004860* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
004870* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
004880*----------------------------------------------------------*
004890 9200-START-RUN-CONTROL.
004900     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
004910     OPEN I-O RUN-CONTROL-FILE.
004920     SET RUN-STEP-IDX TO 1.
004930     SEARCH RUN-STEP-ENTRY
004940         AT END
004950             MOVE ZERO TO WS-RUN-OWN-POSITION
004960         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
004970             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
004980     END-SEARCH.
004990     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
005000     IF NOT STEP-REFUSED
005010         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
005020     END-IF.
005030     IF NOT STEP-REFUSED
005040         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
005050     END-IF.
005060     IF STEP-REFUSED
005070         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
005080     ELSE
005090         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
005100     END-IF.
005110 9200-EXIT.
005120     EXIT.

005130*----------------------------------------------------------*
005140* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
005150* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
005160* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
005170* THE STEP IS REFUSED.                                     *
005180*----------------------------------------------------------*
005190 9225-READ-BUSINESS-DATE.
005200     MOVE ZERO            TO RUN-BUSINESS-DATE.
005210     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
005220     READ RUN-CONTROL-FILE
005230         INVALID KEY
005240             SET STEP-REFUSED TO TRUE
005250             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
005260         NOT INVALID KEY
005270             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
005280     END-READ.
005290 9225-EXIT.
005300     EXIT.

005310*----------------------------------------------------------*
005320* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
005330* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
005340* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
005350* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
005360* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
005370* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
005380*----------------------------------------------------------*
005390 9230-CHECK-STEP-ORDER.
005400     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
005410     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
005420         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
005430         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
005440         OR STEP-REFUSED.
005450 9230-EXIT.
005460     EXIT.

005470 9235-CHECK-ONE-STEP.
005480     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
005490         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
005500     END-IF.
005510     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
005520         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
005530         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
005540             SET STEP-REFUSED TO TRUE
005550             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
005560                 TO WS-RUN-REASON-STEP
005570             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
005580         END-IF
005590     END-IF.
005600 9235-EXIT.
005610     EXIT.

005620 9237-CHECK-PREDECESSOR.
005630     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
005640     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
005650         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
005660             SET STEP-REFUSED TO TRUE
005670         END-IF
005680     ELSE
005690         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
005700             SET STEP-REFUSED TO TRUE
005710         END-IF
005720     END-IF.
005730     IF STEP-REFUSED
005740         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
005750             TO WS-RUN-REASON-STEP
005760         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
005770     END-IF.
005780 9237-EXIT.
005790     EXIT.

005800*----------------------------------------------------------*
005810* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
005820* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
005830* FAILED RUNS AGAIN FROM THE TOP.                          *
005840*----------------------------------------------------------*
005850 9240-CHECK-OWN-STEP.
005860     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
005870     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
005880     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
005890     IF RUN-RECORD-FOUND AND RUN-COMPLETE
005900         SET STEP-REFUSED TO TRUE
005910         MOVE "ALREADY COMPLETE FOR THIS DATE"
005920                 TO WS-RUN-REASON
005930     END-IF.
005940 9240-EXIT.
005950     EXIT.

005960*----------------------------------------------------------*
005970* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
005980* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
005990* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
006000*----------------------------------------------------------*
006010 9250-MARK-STEP-STARTED.
006020     IF NOT RUN-RECORD-FOUND
006030         MOVE SPACES TO RUN-STEP-DATA
006040         MOVE ZERO   TO RUN-ATTEMPT-COUNT
006050         MOVE ZERO   TO RUN-REFUSAL-COUNT
006060     END-IF.
006070     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
006080     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
006090     SET RUN-STARTED TO TRUE.
006100     MOVE ZERO                 TO RUN-RETURN-CODE.
006110     ADD 1                     TO RUN-ATTEMPT-COUNT.
006120     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
006130     ACCEPT WS-RUN-TIME FROM TIME.
006140     MOVE WS-RUN-TIME          TO RUN-START-TIME.
006150     MOVE ZERO                 TO RUN-END-DATE.
006160     MOVE ZERO                 TO RUN-END-TIME.
006170     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
006180     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
006190     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
006200     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
006210     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
006220     MOVE SPACES               TO RUN-MESSAGE.
006230     IF WS-RUN-RESUME-COUNT > ZERO
006240         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
006250         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
006260             " COMMITTED TRANSACTIONS"
006270     END-IF.
006280     IF RUN-RECORD-FOUND
006290         REWRITE RUN-CONTROL-RECORD
006300             INVALID KEY
006310                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
006320         END-REWRITE
006330     ELSE
006340         WRITE RUN-CONTROL-RECORD
006350             INVALID KEY
006360                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
006370         END-WRITE
006380     END-IF.
006390 9250-EXIT.
006400     EXIT.

006410*----------------------------------------------------------*
006420* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
006430* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
006440* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
006450* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
006460* OF AN ATTEMPT ALREADY ON FILE.                           *
006470*----------------------------------------------------------*
006480 9260-REFUSE-THE-STEP.
006490     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
006500         WS-RUN-REASON " ***".
006510     IF WS-RUN-BUSINESS-DATE > ZERO
006520         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
006530         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
006540         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
006550         IF RUN-RECORD-FOUND
006560             ADD 1 TO RUN-REFUSAL-COUNT
006570             MOVE WS-RUN-REASON TO RUN-MESSAGE
006580             REWRITE RUN-CONTROL-RECORD
006590                 INVALID KEY
006600                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
006610                         RUN-KEY
006620             END-REWRITE
006630         ELSE
006640             MOVE SPACES             TO RUN-STEP-DATA
006650             SET RUN-REFUSED TO TRUE
006660             MOVE 8                  TO RUN-RETURN-CODE
006670             MOVE ZERO               TO RUN-ATTEMPT-COUNT
006680             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
006690             ACCEPT WS-RUN-TIME FROM TIME
006700             MOVE WS-RUN-TIME        TO RUN-START-TIME
006710             MOVE ZERO               TO RUN-END-DATE
006720             MOVE ZERO               TO RUN-END-TIME
006730             MOVE ZERO               TO RUN-INPUT-COUNT
006740             MOVE ZERO               TO RUN-INPUT-TOTAL
006750             MOVE ZERO               TO RUN-COMMIT-COUNT
006760             MOVE ZERO               TO RUN-RESUME-COUNT
006770             MOVE 1                  TO RUN-REFUSAL-COUNT
006780             MOVE WS-RUN-REASON      TO RUN-MESSAGE
006790             WRITE RUN-CONTROL-RECORD
006800                 INVALID KEY
006810                     DISPLAY "RUN-CONTROL WRITE FAILED: "
006820                         RUN-KEY
006830             END-WRITE
006840         END-IF
006850     END-IF.
006860     CLOSE RUN-CONTROL-FILE.
006870     IF RETURN-CODE < 8
006880         MOVE 8 TO RETURN-CODE
006890     END-IF.
006900 9260-EXIT.
006910     EXIT.

006920*----------------------------------------------------------*
006930* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
006940* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
006950* WS-RUN-CHECK-DATE.                                       *
006960*----------------------------------------------------------*
006970 9290-READ-STEP-RECORD.
006980     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
006990     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
007000         TO RUN-STEP-NAME.
007010     READ RUN-CONTROL-FILE
007020         INVALID KEY
007030             MOVE 'N' TO WS-RUN-RECORD-SW
007040         NOT INVALID KEY
007050             MOVE 'Y' TO WS-RUN-RECORD-SW
007060     END-READ.
007070 9290-EXIT.
007080     EXIT.

007090*----------------------------------------------------------*
007100* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
007110* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
007120* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
007130* TOTALS - THE CUSTOMERS CLOSED, AGED AND UNAGED.  NO      *
007140* AMOUNT IS CARRIED.                                       *
007150*----------------------------------------------------------*
007160 9500-END-RUN-CONTROL.
007170     MOVE WS-AGED-COUNT        TO WS-RUN-INPUT-COUNT.
007180     ADD WS-UNAGED-COUNT       TO WS-RUN-INPUT-COUNT.
007190     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
007200     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
007210     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
007220     IF RUN-RECORD-FOUND
007230         IF RETURN-CODE < 8
007240             SET RUN-COMPLETE TO TRUE
007250         ELSE
007260             SET RUN-FAILED TO TRUE
007270         END-IF
007280         MOVE RETURN-CODE        TO RUN-RETURN-CODE
007290         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
007300         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
007310         ACCEPT WS-RUN-TIME FROM TIME
007320         MOVE WS-RUN-TIME        TO RUN-END-TIME
007330         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
007340         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
007350         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
007360         REWRITE RUN-CONTROL-RECORD
007370             INVALID KEY
007380                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
007390         END-REWRITE
007400     ELSE
007410         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
007420     END-IF.
007430     CLOSE RUN-CONTROL-FILE.
007440 9500-EXIT.
007450     EXIT.
