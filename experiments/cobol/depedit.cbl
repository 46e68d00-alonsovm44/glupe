000380*                   TOTAL ARE ALREADY ON THE REGISTER IS      *
000390*                   REJECTED AS A RE-TRANSMISSION INSTEAD OF  *
000400*                   DOUBLE-POSTING THE CASH.                  *
000401*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
000402*                   RUN-CONTROL FILE (RUNCTL.DAT).  AS THE    *
000403*                   FIRST STEP OF THE NIGHT IT OPENS THE      *
000404*                   BUSINESS DATE - TODAY, OR THE DATE ON A   *
000405*                   RUNCTL-DATE CARD IN PARMCARD.DAT - AND    *
000406*                   WILL NOT MOVE TO A NEW DATE UNTIL EVERY   *
000407*                   REQUIRED STEP OF THE OPEN NIGHT HAS       *
000408*                   COMPLETED.  A DEPOSIT EDIT ALREADY        *
000409*                   COMPLETE FOR THE DATE, OR ONE STARTED     *
000410*                   AFTER CASH-APPLY HAS RUN, IS REFUSED WITH *
000411*                   RETURN-CODE 8 BEFORE ANY FILE IS OPENED.  *
000412*                   THE STEP'S STATUS, RETURN CODE AND BANK   *
000413*                   DETAIL COUNT AND TOTAL ARE RECORDED AT    *
000414*                   THE END.                                  *
000415*  10/15/2026 RWH   PAYMENTS.DAT GROWS FROM 38 TO 52 BYTES.   *
000416*                   EACH PAYMENT RELEASED NOW CARRIES A CHECK *
000417*                   SEQUENCE - ITS PLACE IN THE BANK FILE -   *
000418*                   AND THE CHECK AMOUNT, WHICH FOR A BANK    *
000419*                   DETAIL IS THE PAYMENT AMOUNT.             *
000420*                   LOCKBOX-INTAKE NUMBERS ITS CHECKS ON FROM *
000421*                   THE LAST ONE WRITTEN HERE.                *
000423*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000425*----------------------------------------------------------*
000427 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BANK-DEPOSIT-FILE ASSIGN TO "BANKDEP.DAT".
000460     SELECT OPTIONAL DEPOSIT-REGISTER ASSIGN TO "DEPREG.DAT".
000470     SELECT PAYMENT-FILE     ASSIGN TO "PAYMENTS.DAT".
000480     SELECT DEPOSIT-EDIT-RPT ASSIGN TO "DEPEDIT.RPT".
000481     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD.DAT".
000482     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS RANDOM
000485         RECORD KEY IS RUN-KEY.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------*
000520* BANK-DEPOSIT-FILE - ONE HEADER, THE PAYMENT DETAILS, ONE  *
000530* TRAILER.  THE DETAIL IMAGE IS THE 38-BYTE REMITTANCE     *
000540* PART OF THE PAYMENTS.DAT RECORD EXACTLY AS CASH-APPLY     *
000545* EXPECTS IT.                                               *
000550*----------------------------------------------------------*
000560 FD  BANK-DEPOSIT-FILE
000570     LABEL RECORDS ARE STANDARD

000870 FD  PAYMENT-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 52 CHARACTERS.
000900 01  PAYMENT-RECORD.
000905     05  PAY-REMITTANCE      PIC X(38).
000910     05  PAY-CHECK-SEQ       PIC 9(05).
000915     05  PAY-CHECK-AMOUNT    PIC 9(7)V99.

000920 FD  DEPOSIT-EDIT-RPT
000930     LABEL RECORDS ARE OMITTED.
000940 01  RPT-RECORD               PIC X(132).

000941 FD  PARM-FILE
000942     LABEL RECORDS ARE STANDARD
000943     RECORD CONTAINS 32 CHARACTERS.
000944 01  PARM-RECORD.
000945     05  PRM-KEYWORD             PIC X(20).
000946     05  PRM-VALUE               PIC X(12).
000947     05  PRM-VALUE-INT REDEFINES PRM-VALUE
000948                                 PIC 9(12).

000949*----------------------------------------------------------*
000950* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
000951* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
000952* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
000953* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
000954* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
000955* TOTALS.                                                  *
000956*----------------------------------------------------------*
000957 FD  RUN-CONTROL-FILE
000958     LABEL RECORDS ARE STANDARD
000959     RECORD CONTAINS 150 CHARACTERS.
000962     COPY RUNCREC.

000965 WORKING-STORAGE SECTION.
000970 77  WS-BANK-EOF              PIC X       VALUE 'N'.
000980     88  BANK-EOF                         VALUE 'Y'.
000990 77  WS-REGISTER-EOF          PIC X       VALUE 'N'.
001240 77  WS-MAX-REGISTER          PIC 9(5) COMP VALUE 1000.
001250 77  WS-REGISTER-IDX          PIC 9(5) COMP VALUE ZERO.
001260 77  WS-DETAIL-AMOUNT         PIC 9(5)V99 VALUE ZERO.
001266 77  WS-PARM-EOF              PIC X       VALUE 'N'.
001272     88  PARM-EOF                         VALUE 'Y'.

001280*----------------------------------------------------------*
001290* WS-DETAIL-TABLE - THE PAYMENT DETAILS HELD BACK UNTIL THE *
001990     05  CL-COUNT            PIC ZZZ,ZZ9.
002000     05  FILLER              PIC X(91) VALUE SPACES.

002001*----------------------------------------------------------*
002002* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
002003* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
002004* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
002005*----------------------------------------------------------*
002006     COPY RUNSTEPS.
002007 77  WS-RUN-STEP-NAME         PIC X(16)   VALUE "DEPOSIT-EDIT".
002008 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
002009 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
002010 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
002011 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
002012 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
002013 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
002014 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
002015     88  RUN-RECORD-FOUND                 VALUE 'Y'.
002016 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
002017     88  STEP-REFUSED                     VALUE 'Y'.
002018 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
002019 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
002020 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
002021 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
002022 01  WS-RUN-REASON.
002023     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
002024     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.
002025 77  WS-RUN-NEW-DATE          PIC 9(8)    VALUE ZERO.
002026 77  WS-RUN-NEW-DATE-SOURCE   PIC X(16)   VALUE "SYSTEM DATE".
002027 77  WS-RUN-DATE-SW           PIC X       VALUE 'N'.
002028     88  RUN-DATE-FOUND                   VALUE 'Y'.

002034 PROCEDURE DIVISION.

002040 0000-MAINLINE.
002043     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
002046     IF NOT STEP-REFUSED
002050         PERFORM 1000-INITIALIZE THRU 1000-EXIT
002060         PERFORM 2000-READ-BANK-RECORD THRU 2000-EXIT
002070         PERFORM 4000-PROCESS-BANK-RECORD THRU 4000-EXIT
002080             UNTIL BANK-EOF
002090         PERFORM 5000-BALANCE-THE-BATCH THRU 5000-EXIT
002100         PERFORM 5500-CHECK-DUPLICATE-DEPOSIT THRU 5500-EXIT
002110         IF BATCH-IN-BALANCE AND NOT DUPLICATE-DEPOSIT
002120             AND NOT BAD-STRUCTURE
002130             PERFORM 6000-RELEASE-THE-BATCH THRU 6000-EXIT
002140         ELSE
002150             PERFORM 6500-REFUSE-THE-BATCH THRU 6500-EXIT
002160         END-IF
002170         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
002180         PERFORM 9000-TERMINATE THRU 9000-EXIT
002183         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
002186     END-IF.
002190     STOP RUN.

002210*----------------------------------------------------------*
003760 6000-EXIT.
003770     EXIT.

003772*----------------------------------------------------------*
003774* 6100-RELEASE-ONE-DETAIL - EACH BANK DETAIL IS ONE CHECK. *
003776* IT IS NUMBERED IN FILE ORDER AS ITS CHECK SEQUENCE, AND  *
003778* ITS OWN AMOUNT IS THE CHECK AMOUNT, SO CASH-APPLY CAN    *
003780* CARRY THE CHECK TO APPLIED.DAT.                          *
003782*----------------------------------------------------------*
003790 6100-RELEASE-ONE-DETAIL.
003800     MOVE WD-PAYMENT-IMAGE (WS-DETAIL-IDX) TO PAY-REMITTANCE.
003801     MOVE WD-PAYMENT-IMAGE (WS-DETAIL-IDX)
003802         TO WS-DETAIL-IMAGE-WORK.
003803     MOVE WS-DETAIL-IDX TO PAY-CHECK-SEQ.
003804     IF WDI-PAY-AMOUNT NUMERIC
003805         MOVE WDI-PAY-AMOUNT TO PAY-CHECK-AMOUNT
003806     ELSE
003807         MOVE ZERO TO PAY-CHECK-AMOUNT
003808     END-IF.
003810     WRITE PAYMENT-RECORD.
003820 6100-EXIT.
003830     EXIT.
004470     CLOSE DEPOSIT-EDIT-RPT.
004480 9000-EXIT.
004490     EXIT.

004500*----------------------------------------------------------*
004510* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
004520* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
004530* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
004540* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
004550* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
004560* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
004570* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
004580*----------------------------------------------------------*
004590 9200-START-RUN-CONTROL.
004600     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
004610     OPEN I-O RUN-CONTROL-FILE.
004620     SET RUN-STEP-IDX TO 1.
004630     SEARCH RUN-STEP-ENTRY
004640         AT END
004650             MOVE ZERO TO WS-RUN-OWN-POSITION
004660         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
004670             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
004680     END-SEARCH.
004690     PERFORM 9220-OPEN-BUSINESS-DATE THRU 9220-EXIT.
004700     IF NOT STEP-REFUSED
004710         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
004720     END-IF.
004730     IF NOT STEP-REFUSED
004740         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
004750     END-IF.
004760     IF STEP-REFUSED
004770         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
004780     ELSE
004790         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
004800     END-IF.
004810 9200-EXIT.
004820     EXIT.

004830*----------------------------------------------------------*
004840* 9210-READ-RUN-PARM - THE FIRST STEP OF THE NIGHT OPENS   *
004850* THE BUSINESS DATE.  IT IS TODAY'S DATE UNLESS A          *
004860* RUNCTL-DATE CARD ON PARMCARD.DAT NAMES ANOTHER - A NIGHT *
004870* RUN LATE, OR ONE THAT WENT PAST MIDNIGHT BEFORE IT       *
004880* STARTED.                                                 *
004890*----------------------------------------------------------*
004900 9210-READ-RUN-PARM.
004910     MOVE WS-RUN-SYSTEM-DATE TO WS-RUN-NEW-DATE.
004920     OPEN INPUT PARM-FILE.
004930     PERFORM 9215-APPLY-RUN-PARM THRU 9215-EXIT
004940         UNTIL PARM-EOF.
004950     CLOSE PARM-FILE.
004960 9210-EXIT.
004970     EXIT.

004980 9215-APPLY-RUN-PARM.
004990     READ PARM-FILE
005000         AT END
005010             MOVE 'Y' TO WS-PARM-EOF
005020         NOT AT END
005030             IF PRM-KEYWORD = "RUNCTL-DATE"
005040                 IF PRM-VALUE-INT NUMERIC
005050                     AND PRM-VALUE-INT NOT < 19000101
005060                     AND PRM-VALUE-INT NOT > 29991231
005070                     MOVE PRM-VALUE-INT TO WS-RUN-NEW-DATE
005080                     MOVE "PARM CARD" TO WS-RUN-NEW-DATE-SOURCE
005090                 ELSE
005100                     DISPLAY "INVALID RUNCTL-DATE CARD: "
005110                         PRM-VALUE
005120                     MOVE 4 TO RETURN-CODE
005130                 END-IF
005140             END-IF
005150     END-READ.
005160 9215-EXIT.
005170     EXIT.

005180*----------------------------------------------------------*
005190* 9220-OPEN-BUSINESS-DATE - THE BUSINESS-DATE RECORD (DATE *
005200* ZERO, STEP "BUSINESS DATE") HOLDS THE DATE THE NIGHT     *
005210* RUNS UNDER.  THE SAME DATE AGAIN IS A RERUN OF TONIGHT.  *
005220* A LATER DATE OPENS A NEW NIGHT, BUT ONLY WHEN EVERY      *
005230* REQUIRED STEP OF THE OPEN NIGHT HAS COMPLETED AND NO     *
005240* OPTIONAL STEP WAS LEFT STARTED OR FAILED.  AN EARLIER    *
005250* DATE IS REFUSED.                                         *
005260*----------------------------------------------------------*
005270 9220-OPEN-BUSINESS-DATE.
005280     PERFORM 9210-READ-RUN-PARM THRU 9210-EXIT.
005290     MOVE WS-RUN-NEW-DATE TO WS-RUN-BUSINESS-DATE.
005300     MOVE ZERO            TO RUN-BUSINESS-DATE.
005310     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
005320     READ RUN-CONTROL-FILE
005330         INVALID KEY
005340             MOVE 'N' TO WS-RUN-DATE-SW
005350         NOT INVALID KEY
005360             MOVE 'Y' TO WS-RUN-DATE-SW
005370     END-READ.
005380     IF NOT RUN-DATE-FOUND
005390         PERFORM 9228-WRITE-BUSINESS-DATE THRU 9228-EXIT
005400     ELSE
005410         IF WS-RUN-NEW-DATE < RUN-OPEN-BUSINESS-DATE
005420             SET STEP-REFUSED TO TRUE
005430             MOVE "DATE BEFORE OPEN BUSINESS DATE"
005440                 TO WS-RUN-REASON
005450             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
005460         END-IF
005470         IF WS-RUN-NEW-DATE > RUN-OPEN-BUSINESS-DATE
005480             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
005490             PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
005500                 VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
005510                 UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
005520                 OR STEP-REFUSED
005530             IF STEP-REFUSED
005540                 MOVE "NOT DONE FOR PRIOR DATE"
005550                     TO WS-RUN-REASON-TEXT
005560                 MOVE WS-RUN-CHECK-DATE TO WS-RUN-BUSINESS-DATE
005570             ELSE
005580                 PERFORM 9228-WRITE-BUSINESS-DATE THRU 9228-EXIT
005590             END-IF
005600         END-IF
005610     END-IF.
005620     DISPLAY "BUSINESS DATE " WS-RUN-BUSINESS-DATE
005630         " FROM " WS-RUN-NEW-DATE-SOURCE.
005640 9220-EXIT.
005650     EXIT.

005660 9228-WRITE-BUSINESS-DATE.
005670     MOVE ZERO            TO RUN-BUSINESS-DATE.
005680     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
005690     MOVE SPACES          TO RUN-DATE-CONTROL.
005700     MOVE WS-RUN-NEW-DATE TO RUN-OPEN-BUSINESS-DATE.
005710     MOVE WS-RUN-CHECK-DATE TO RUN-PRIOR-BUSINESS-DATE.
005720     MOVE WS-RUN-SYSTEM-DATE TO RUN-OPENED-DATE.
005730     ACCEPT WS-RUN-TIME FROM TIME.
005740     MOVE WS-RUN-TIME     TO RUN-OPENED-TIME.
005750     IF RUN-DATE-FOUND
005760         REWRITE RUN-CONTROL-RECORD
005770             INVALID KEY
005780                 DISPLAY "BUSINESS DATE REWRITE FAILED"
005790         END-REWRITE
005800     ELSE
005810         WRITE RUN-CONTROL-RECORD
005820             INVALID KEY
005830                 DISPLAY "BUSINESS DATE WRITE FAILED"
005840         END-WRITE
005850     END-IF.
005860 9228-EXIT.
005870     EXIT.

005880*----------------------------------------------------------*
005890* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
005900* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
005910* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
005920* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
005930* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
005940* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
005950*----------------------------------------------------------*
005960 9230-CHECK-STEP-ORDER.
005970     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
005980     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
005990         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
006000         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
006010         OR STEP-REFUSED.
006020 9230-EXIT.
006030     EXIT.

006040 9235-CHECK-ONE-STEP.
006050     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
006060         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
006070     END-IF.
006080     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
006090         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
006100         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
006110             SET STEP-REFUSED TO TRUE
006120             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
006130                 TO WS-RUN-REASON-STEP
006140             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
006150         END-IF
006160     END-IF.
006170 9235-EXIT.
006180     EXIT.

006190 9237-CHECK-PREDECESSOR.
006200     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
006210     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
006220         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
006230             SET STEP-REFUSED TO TRUE
006240         END-IF
006250     ELSE
006260         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
006270             SET STEP-REFUSED TO TRUE
006280         END-IF
006290     END-IF.
006300     IF STEP-REFUSED
006310         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
006320             TO WS-RUN-REASON-STEP
006330         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
006340     END-IF.
006350 9237-EXIT.
006360     EXIT.

006370*----------------------------------------------------------*
006380* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
006390* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
006400* FAILED RUNS AGAIN FROM THE TOP.                          *
006410*----------------------------------------------------------*
006420 9240-CHECK-OWN-STEP.
006430     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
006440     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
006450     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
006460     IF RUN-RECORD-FOUND AND RUN-COMPLETE
006470         SET STEP-REFUSED TO TRUE
006480         MOVE "ALREADY COMPLETE FOR THIS DATE"
006490                 TO WS-RUN-REASON
006500     END-IF.
006510 9240-EXIT.
006520     EXIT.

006530*----------------------------------------------------------*
006540* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
006550* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
006560* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
006570*----------------------------------------------------------*
006580 9250-MARK-STEP-STARTED.
006590     IF NOT RUN-RECORD-FOUND
006600         MOVE SPACES TO RUN-STEP-DATA
006610         MOVE ZERO   TO RUN-ATTEMPT-COUNT
006620         MOVE ZERO   TO RUN-REFUSAL-COUNT
006630     END-IF.
006640     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
006650     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
006660     SET RUN-STARTED TO TRUE.
006670     MOVE ZERO                 TO RUN-RETURN-CODE.
006680     ADD 1                     TO RUN-ATTEMPT-COUNT.
006690     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
006700     ACCEPT WS-RUN-TIME FROM TIME.
006710     MOVE WS-RUN-TIME          TO RUN-START-TIME.
006720     MOVE ZERO                 TO RUN-END-DATE.
006730     MOVE ZERO                 TO RUN-END-TIME.
006740     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
006750     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
006760     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
006770     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
006780     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
006790     MOVE SPACES               TO RUN-MESSAGE.
006800     IF WS-RUN-RESUME-COUNT > ZERO
006810         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
006820         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
006830             " COMMITTED TRANSACTIONS"
006840     END-IF.
006850     IF RUN-RECORD-FOUND
006860         REWRITE RUN-CONTROL-RECORD
006870             INVALID KEY
006880                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
006890         END-REWRITE
006900     ELSE
006910         WRITE RUN-CONTROL-RECORD
006920             INVALID KEY
006930                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
006940         END-WRITE
006950     END-IF.
006960 9250-EXIT.
006970     EXIT.

006980*----------------------------------------------------------*
006990* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
007000* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
007010* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
007020* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
007030* OF AN ATTEMPT ALREADY ON FILE.                           *
007040*----------------------------------------------------------*
007050 9260-REFUSE-THE-STEP.
007060     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
007070         WS-RUN-REASON " ***".
007080     IF WS-RUN-BUSINESS-DATE > ZERO
007090         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
007100         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
007110         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
007120         IF RUN-RECORD-FOUND
007130             ADD 1 TO RUN-REFUSAL-COUNT
007140             MOVE WS-RUN-REASON TO RUN-MESSAGE
007150             REWRITE RUN-CONTROL-RECORD
007160                 INVALID KEY
007170                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
007180                         RUN-KEY
007190             END-REWRITE
007200         ELSE
007210             MOVE SPACES             TO RUN-STEP-DATA
007220             SET RUN-REFUSED TO TRUE
007230             MOVE 8                  TO RUN-RETURN-CODE
007240             MOVE ZERO               TO RUN-ATTEMPT-COUNT
007250             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
007260             ACCEPT WS-RUN-TIME FROM TIME
007270             MOVE WS-RUN-TIME        TO RUN-START-TIME
007280             MOVE ZERO               TO RUN-END-DATE
007290             MOVE ZERO               TO RUN-END-TIME
007300             MOVE ZERO               TO RUN-INPUT-COUNT
007310             MOVE ZERO               TO RUN-INPUT-TOTAL
007320             MOVE ZERO               TO RUN-COMMIT-COUNT
007330             MOVE ZERO               TO RUN-RESUME-COUNT
007340             MOVE 1                  TO RUN-REFUSAL-COUNT
007350             MOVE WS-RUN-REASON      TO RUN-MESSAGE
007360             WRITE RUN-CONTROL-RECORD
007370                 INVALID KEY
007380                     DISPLAY "RUN-CONTROL WRITE FAILED: "
007390                         RUN-KEY
007400             END-WRITE
007410         END-IF
007420     END-IF.
007430     CLOSE RUN-CONTROL-FILE.
007440     IF RETURN-CODE < 8
007450         MOVE 8 TO RETURN-CODE
007460     END-IF.
007470 9260-EXIT.
007480     EXIT.

007490*----------------------------------------------------------*
007500* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
007510* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
007520* WS-RUN-CHECK-DATE.                                       *
007530*----------------------------------------------------------*
007540 9290-READ-STEP-RECORD.
007550     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
007560     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
007570         TO RUN-STEP-NAME.
007580     READ RUN-CONTROL-FILE
007590         INVALID KEY
007600             MOVE 'N' TO WS-RUN-RECORD-SW
007610         NOT INVALID KEY
007620             MOVE 'Y' TO WS-RUN-RECORD-SW
007630     END-READ.
007640 9290-EXIT.
007650     EXIT.

007660*----------------------------------------------------------*
007670* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
007680* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
007690* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
007700* TOTALS - THE BANK DETAILS READ AND THEIR TOTAL.          *
007710*----------------------------------------------------------*
007720 9500-END-RUN-CONTROL.
007730     MOVE WS-ACTUAL-COUNT      TO WS-RUN-INPUT-COUNT.
007740     MOVE WS-ACTUAL-TOTAL      TO WS-RUN-INPUT-TOTAL.
007750     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
007760     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
007770     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
007780     IF RUN-RECORD-FOUND
007790         IF RETURN-CODE < 8
007800             SET RUN-COMPLETE TO TRUE
007810         ELSE
007820             SET RUN-FAILED TO TRUE
007830         END-IF
007840         MOVE RETURN-CODE        TO RUN-RETURN-CODE
007850         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
007860         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
007870         ACCEPT WS-RUN-TIME FROM TIME
007880         MOVE WS-RUN-TIME        TO RUN-END-TIME
007890         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
007900         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
007910         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
007920         REWRITE RUN-CONTROL-RECORD
007930             INVALID KEY
007940                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
007950         END-REWRITE
007960     ELSE
007970         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
007980     END-IF.
007990     CLOSE RUN-CONTROL-FILE.
008000 9500-EXIT.
008010     EXIT.
