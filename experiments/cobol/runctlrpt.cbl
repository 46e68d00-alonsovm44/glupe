000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RUNCTL-RPT.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  MORNING STATUS REPORT   *
000220*                   OF THE NIGHTLY JOB STREAM FROM THE        *
000230*                   RUN-CONTROL FILE (RUNCTL.DAT).  EVERY     *
000240*                   STEP OF THE NIGHT IS LISTED IN RUN ORDER  *
000250*                   FOR THE OPEN BUSINESS DATE - OR THE DATE  *
000260*                   ON A RUNCTLRPT-DATE CARD IN PARMCARD.DAT  *
000270*                   - WITH ITS STATUS, RETURN CODE, ATTEMPTS, *
000280*                   START AND END TIMES, INPUT CONTROL TOTALS *
000290*                   AND TRANSACTIONS COMMITTED, AND ANY       *
000300*                   MESSAGE LEFT BY A REFUSAL OR A RESUMED    *
000310*                   RUN.  THE LAST LINE SAYS WHETHER THE      *
000320*                   NIGHT IS COMPLETE OR NAMES THE STEP IT    *
000330*                   STOPPED AT.  A NIGHT THAT IS NOT COMPLETE *
000340*                   ENDS THE RUN WITH RETURN-CODE 4, NO       *
000350*                   BUSINESS DATE TO REPORT WITH RETURN-CODE  *
000360*                   8.  THE FILE IS ONLY READ.                *
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS RUN-KEY.
000450     SELECT OPTIONAL PARM-FILE       ASSIGN TO "PARMCARD.DAT".
000460     SELECT RUNCTL-RPT               ASSIGN TO "RUNCTL.RPT".
000470 DATA DIVISION.
000480 FILE SECTION.
000490*----------------------------------------------------------*
000500* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
000510* FILE EVERY STEP OF THE NIGHT WRITES ITS STATUS TO.       *
000520*----------------------------------------------------------*
000530 FD  RUN-CONTROL-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 150 CHARACTERS.
000560     COPY RUNCREC.

000570*----------------------------------------------------------*
000580* PARM-FILE - THE SAME KEYWORD/VALUE CARD FILE THE OTHER   *
000590* STEPS READ.  KEYWORDS BELONGING TO OTHER PROGRAMS ARE    *
000600* IGNORED HERE.                                            *
000610*----------------------------------------------------------*
000620 FD  PARM-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 32 CHARACTERS.
000650 01  PARM-RECORD.
000660     05  PRM-KEYWORD             PIC X(20).
000670     05  PRM-VALUE               PIC X(12).
000680     05  PRM-VALUE-INT REDEFINES PRM-VALUE
000690                                 PIC 9(12).

000700 FD  RUNCTL-RPT
000710     LABEL RECORDS ARE OMITTED.
000720 01  RPT-RECORD                  PIC X(132).

000730 WORKING-STORAGE SECTION.
000740     COPY RUNSTEPS.
000750 77  WS-PARM-EOF              PIC X       VALUE 'N'.
000760     88  PARM-EOF                         VALUE 'Y'.
000770 77  WS-PARM-DATE             PIC 9(8)    VALUE ZERO.
000780 77  WS-RPT-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
000790 77  WS-RPT-DATE-SOURCE       PIC X(16)   VALUE "OPEN DATE".
000800 77  WS-DATE-SW               PIC X       VALUE 'N'.
000810     88  RUN-DATE-FOUND                   VALUE 'Y'.
000820 77  WS-RECORD-SW             PIC X       VALUE 'N'.
000830     88  RUN-RECORD-FOUND                 VALUE 'Y'.
000840 77  WS-STEP-SUB              PIC 9(4) COMP VALUE ZERO.
000850 77  WS-STOP-POSITION         PIC 9(4) COMP VALUE ZERO.
000860 77  WS-STOP-STATUS           PIC X(22)   VALUE SPACES.
000870 77  WS-COMPLETE-COUNT        PIC 9(4) COMP VALUE ZERO.

000880*----------------------------------------------------------*
000890* WS-TIME-WORK - A RUN-CONTROL TIME (HHMMSSHH) BROKEN OUT  *
000900* FOR PRINTING AS HH:MM:SS.                                *
000910*----------------------------------------------------------*
000920 01  WS-TIME-WORK             PIC 9(8)    VALUE ZERO.
000930 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
000940     05  WS-TIME-HH           PIC 99.
000950     05  WS-TIME-MM           PIC 99.
000960     05  WS-TIME-SS           PIC 99.
000970     05  FILLER               PIC 99.

000980 01  WS-PRINT-TIME.
000990     05  PT-HH                PIC 99.
001000     05  FILLER               PIC X(01)   VALUE ":".
001010     05  PT-MM                PIC 99.
001020     05  FILLER               PIC X(01)   VALUE ":".
001030     05  PT-SS                PIC 99.

001040 01  WS-HEADER-LINE-1.
001050     05  FILLER              PIC X(40) VALUE
001060         "AR NIGHTLY RUN-CONTROL STATUS REPORT".
001070     05  FILLER              PIC X(92) VALUE SPACES.

001080 01  WS-DATE-LINE.
001090     05  FILLER              PIC X(15) VALUE "BUSINESS DATE:".
001100     05  DL-BUSINESS-DATE    PIC 9(8).
001110     05  FILLER              PIC X(02) VALUE SPACES.
001120     05  FILLER              PIC X(08) VALUE "SOURCE:".
001130     05  DL-DATE-SOURCE      PIC X(16).
001140     05  FILLER              PIC X(83) VALUE SPACES.

001150 01  WS-OPEN-LINE.
001160     05  FILLER              PIC X(20) VALUE
001170         "OPEN BUSINESS DATE:".
001180     05  OL-OPEN-DATE        PIC 9(8).
001190     05  FILLER              PIC X(08) VALUE " OPENED".
001200     05  OL-OPENED-DATE      PIC 9(8).
001210     05  FILLER              PIC X(04) VALUE " AT".
001220     05  OL-OPENED-TIME      PIC X(08).
001230     05  FILLER              PIC X(10) VALUE "   PRIOR:".
001240     05  OL-PRIOR-DATE       PIC 9(8).
001250     05  FILLER              PIC X(58) VALUE SPACES.

001260 01  WS-HEADER-LINE-2.
001270     05  FILLER              PIC X(18) VALUE "STEP".
001280     05  FILLER              PIC X(05) VALUE "TYPE".
001290     05  FILLER              PIC X(23) VALUE "STATUS".
001300     05  FILLER              PIC X(06) VALUE "  RC".
001310     05  FILLER              PIC X(05) VALUE "ATT".
001320     05  FILLER              PIC X(10) VALUE "STARTED".
001330     05  FILLER              PIC X(10) VALUE "ENDED".
001340     05  FILLER              PIC X(13) VALUE "  INPUT COUNT".
001350     05  FILLER              PIC X(19) VALUE
001360         "        INPUT TOTAL".
001370     05  FILLER              PIC X(11) VALUE "  COMMITTED".
001380     05  FILLER              PIC X(12) VALUE SPACES.

001390 01  WS-STEP-LINE.
001400     05  SL-STEP-NAME        PIC X(16).
001410     05  FILLER              PIC X(02) VALUE SPACES.
001420     05  SL-STEP-TYPE        PIC X(03).
001430     05  FILLER              PIC X(02) VALUE SPACES.
001440     05  SL-STATUS           PIC X(22).
001450     05  FILLER              PIC X(01) VALUE SPACES.
001460     05  SL-RETURN-CODE      PIC ZZZ9.
001470     05  FILLER              PIC X(02) VALUE SPACES.
001480     05  SL-ATTEMPTS         PIC ZZ9.
001490     05  FILLER              PIC X(02) VALUE SPACES.
001500     05  SL-START-TIME       PIC X(08).
001510     05  FILLER              PIC X(02) VALUE SPACES.
001520     05  SL-END-TIME         PIC X(08).
001530     05  FILLER              PIC X(02) VALUE SPACES.
001540     05  SL-INPUT-COUNT      PIC ZZZ,ZZZ,ZZ9.
001550     05  FILLER              PIC X(02) VALUE SPACES.
001560     05  SL-INPUT-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001570     05  FILLER              PIC X(02) VALUE SPACES.
001580     05  SL-COMMIT-COUNT     PIC ZZZ,ZZZ,ZZ9.
001590     05  FILLER              PIC X(12) VALUE SPACES.

001600 01  WS-NOTE-LINE.
001610     05  FILLER              PIC X(06) VALUE SPACES.
001620     05  FILLER              PIC X(06) VALUE "NOTE:".
001630     05  NL-MESSAGE          PIC X(40).
001640     05  FILLER              PIC X(04) VALUE SPACES.
001650     05  FILLER              PIC X(10) VALUE "REFUSALS:".
001660     05  NL-REFUSALS         PIC ZZ9.
001670     05  FILLER              PIC X(63) VALUE SPACES.

001680 01  WS-BLANK-LINE            PIC X(132)  VALUE SPACES.

001690 01  WS-STOPPED-LINE.
001700     05  FILLER              PIC X(17) VALUE "NIGHT STOPPED AT".
001710     05  SP-STEP-NAME        PIC X(16).
001720     05  FILLER              PIC X(03) VALUE " -".
001730     05  SP-STATUS           PIC X(22).
001740     05  FILLER              PIC X(74) VALUE SPACES.

001750 01  WS-COMPLETE-LINE.
001760     05  FILLER              PIC X(52) VALUE
001770         "NIGHT COMPLETE - EVERY REQUIRED STEP HAS COMPLETED".
001780     05  FILLER              PIC X(80) VALUE SPACES.

001790 01  WS-NO-DATE-LINE.
001800     05  FILLER              PIC X(52) VALUE
001810         "NO BUSINESS DATE IS OPEN ON THE RUN-CONTROL FILE".
001820     05  FILLER              PIC X(80) VALUE SPACES.

001830 PROCEDURE DIVISION.

001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     IF WS-RPT-BUSINESS-DATE = ZERO
001870         PERFORM 7100-PRINT-NO-DATE THRU 7100-EXIT
001880     ELSE
001890         PERFORM 3000-REPORT-ONE-STEP THRU 3000-EXIT
001900             VARYING WS-STEP-SUB FROM 1 BY 1
001910             UNTIL WS-STEP-SUB > RUN-STEP-COUNT
001920         PERFORM 7000-PRINT-NIGHT-STATUS THRU 7000-EXIT
001930     END-IF.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950     STOP RUN.

001960*----------------------------------------------------------*
001970* 1000-INITIALIZE - READ THE PARAMETER CARDS, PICK UP THE  *
001980* BUSINESS DATE TO REPORT, OPEN THE REPORT AND WRITE THE   *
001990* HEADINGS.                                                *
002000*----------------------------------------------------------*
002010 1000-INITIALIZE.
002020     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
002030     OPEN INPUT  RUN-CONTROL-FILE.
002040     OPEN OUTPUT RUNCTL-RPT.
002050     PERFORM 1100-READ-DATE-RECORD THRU 1100-EXIT.
002060     WRITE RPT-RECORD FROM WS-HEADER-LINE-1.
002070     IF WS-RPT-BUSINESS-DATE > ZERO
002080         MOVE WS-RPT-BUSINESS-DATE TO DL-BUSINESS-DATE
002090         MOVE WS-RPT-DATE-SOURCE   TO DL-DATE-SOURCE
002100         WRITE RPT-RECORD FROM WS-DATE-LINE
002110     END-IF.
002120     IF RUN-DATE-FOUND
002130         WRITE RPT-RECORD FROM WS-OPEN-LINE
002140     END-IF.
002150     WRITE RPT-RECORD FROM WS-BLANK-LINE.
002160     IF WS-RPT-BUSINESS-DATE > ZERO
002170         WRITE RPT-RECORD FROM WS-HEADER-LINE-2
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.

002210*----------------------------------------------------------*
002220* 1050-READ-PARM-CARDS - A RUNCTLRPT-DATE CARD REPORTS AN  *
002230* EARLIER NIGHT INSTEAD OF THE OPEN ONE.  AN INVALID DATE  *
002240* IS IGNORED AND ENDS THE RUN WITH RETURN-CODE 4.          *
002250*----------------------------------------------------------*
002260 1050-READ-PARM-CARDS.
002270     OPEN INPUT PARM-FILE.
002280     PERFORM 1060-APPLY-PARM-CARD THRU 1060-EXIT
002290         UNTIL PARM-EOF.
002300     CLOSE PARM-FILE.
002310 1050-EXIT.
002320     EXIT.

002330 1060-APPLY-PARM-CARD.
002340     READ PARM-FILE
002350         AT END
002360             MOVE 'Y' TO WS-PARM-EOF
002370         NOT AT END
002380             IF PRM-KEYWORD = "RUNCTLRPT-DATE"
002390                 IF PRM-VALUE-INT NUMERIC
002400                     AND PRM-VALUE-INT NOT < 19000101
002410                     AND PRM-VALUE-INT NOT > 29991231
002420                     MOVE PRM-VALUE-INT TO WS-PARM-DATE
002430                 ELSE
002440                     DISPLAY "INVALID RUNCTLRPT-DATE CARD: "
002450                         PRM-VALUE
002460                     MOVE 4 TO RETURN-CODE
002470                 END-IF
002480             END-IF
002490     END-READ.
002500 1060-EXIT.
002510     EXIT.

002520*----------------------------------------------------------*
002530* 1100-READ-DATE-RECORD - READ THE BUSINESS-DATE RECORD    *
002540* THE FIRST STEP OF THE NIGHT OPENS.  THE NIGHT REPORTED   *
002550* IS THE PARM CARD DATE IF ONE WAS GIVEN, OTHERWISE THE    *
002560* OPEN DATE.                                               *
002570*----------------------------------------------------------*
002580 1100-READ-DATE-RECORD.
002590     MOVE ZERO            TO RUN-BUSINESS-DATE.
002600     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
002610     READ RUN-CONTROL-FILE
002620         INVALID KEY
002630             MOVE 'N' TO WS-DATE-SW
002640         NOT INVALID KEY
002650             MOVE 'Y' TO WS-DATE-SW
002660     END-READ.
002670     IF RUN-DATE-FOUND
002680         MOVE RUN-OPEN-BUSINESS-DATE  TO OL-OPEN-DATE
002690         MOVE RUN-OPENED-DATE         TO OL-OPENED-DATE
002700         MOVE RUN-OPENED-TIME         TO WS-TIME-WORK
002710         PERFORM 8000-FORMAT-TIME THRU 8000-EXIT
002720         MOVE WS-PRINT-TIME           TO OL-OPENED-TIME
002730         MOVE RUN-PRIOR-BUSINESS-DATE TO OL-PRIOR-DATE
002740         MOVE RUN-OPEN-BUSINESS-DATE  TO WS-RPT-BUSINESS-DATE
002750     END-IF.
002760     IF WS-PARM-DATE > ZERO
002770         MOVE WS-PARM-DATE TO WS-RPT-BUSINESS-DATE
002780         MOVE "PARM CARD"  TO WS-RPT-DATE-SOURCE
002790     END-IF.
002800 1100-EXIT.
002810     EXIT.

002820*----------------------------------------------------------*
002830* 3000-REPORT-ONE-STEP - READ ONE STEP'S RECORD FOR THE    *
002840* NIGHT AND PRINT IT.  A STEP WITH NO RECORD HAS NOT RUN.  *
002850*----------------------------------------------------------*
002860 3000-REPORT-ONE-STEP.
002870     MOVE WS-RPT-BUSINESS-DATE TO RUN-BUSINESS-DATE.
002880     MOVE RUN-STEP-TBL-NAME (WS-STEP-SUB) TO RUN-STEP-NAME.
002890     READ RUN-CONTROL-FILE
002900         INVALID KEY
002910             MOVE 'N' TO WS-RECORD-SW
002920         NOT INVALID KEY
002930             MOVE 'Y' TO WS-RECORD-SW
002940     END-READ.
002950     MOVE SPACES TO WS-STEP-LINE.
002960     MOVE RUN-STEP-TBL-NAME (WS-STEP-SUB) TO SL-STEP-NAME.
002970     IF RUN-STEP-REQUIRED (WS-STEP-SUB)
002980         MOVE "REQ" TO SL-STEP-TYPE
002990     ELSE
003000         MOVE "OPT" TO SL-STEP-TYPE
003010     END-IF.
003020     IF RUN-RECORD-FOUND
003030         PERFORM 3100-FORMAT-STEP-RECORD THRU 3100-EXIT
003040     ELSE
003050         IF RUN-STEP-REQUIRED (WS-STEP-SUB)
003060             MOVE "NOT RUN" TO SL-STATUS
003070         ELSE
003080             MOVE "NOT RUN - OPTIONAL" TO SL-STATUS
003090         END-IF
003100     END-IF.
003110     WRITE RPT-RECORD FROM WS-STEP-LINE.
003120     IF RUN-RECORD-FOUND
003130         AND (RUN-MESSAGE NOT = SPACES
003140              OR RUN-REFUSAL-COUNT > ZERO)
003150         MOVE RUN-MESSAGE       TO NL-MESSAGE
003160         MOVE RUN-REFUSAL-COUNT TO NL-REFUSALS
003170         WRITE RPT-RECORD FROM WS-NOTE-LINE
003180     END-IF.
003190     IF WS-STOP-POSITION = ZERO
003200         PERFORM 3200-CHECK-STOP-POINT THRU 3200-EXIT
003210     END-IF.
003220 3000-EXIT.
003230     EXIT.

003240 3100-FORMAT-STEP-RECORD.
003250     EVALUATE TRUE
003260         WHEN RUN-COMPLETE
003270             MOVE "COMPLETE" TO SL-STATUS
003280             ADD 1 TO WS-COMPLETE-COUNT
003290         WHEN RUN-FAILED
003300             MOVE "FAILED" TO SL-STATUS
003310         WHEN RUN-STARTED
003320             MOVE "STARTED - NOT FINISHED" TO SL-STATUS
003330         WHEN RUN-REFUSED
003340             MOVE "REFUSED" TO SL-STATUS
003350         WHEN OTHER
003360             MOVE "UNKNOWN STATUS" TO SL-STATUS
003370     END-EVALUATE.
003380     MOVE RUN-ATTEMPT-COUNT TO SL-ATTEMPTS.
003390     IF RUN-START-DATE > ZERO
003400         MOVE RUN-START-TIME TO WS-TIME-WORK
003410         PERFORM 8000-FORMAT-TIME THRU 8000-EXIT
003420         MOVE WS-PRINT-TIME  TO SL-START-TIME
003430     END-IF.
003440     IF RUN-COMPLETE OR RUN-FAILED
003450         MOVE RUN-RETURN-CODE TO SL-RETURN-CODE
003460         MOVE RUN-END-TIME   TO WS-TIME-WORK
003470         PERFORM 8000-FORMAT-TIME THRU 8000-EXIT
003480         MOVE WS-PRINT-TIME  TO SL-END-TIME
003490     END-IF.
003500     MOVE RUN-INPUT-COUNT   TO SL-INPUT-COUNT.
003510     MOVE RUN-INPUT-TOTAL   TO SL-INPUT-TOTAL.
003520     MOVE RUN-COMMIT-COUNT  TO SL-COMMIT-COUNT.
003530 3100-EXIT.
003540     EXIT.

003550*----------------------------------------------------------*
003560* 3200-CHECK-STOP-POINT - THE NIGHT STOPS AT THE FIRST     *
003570* STEP THAT WOULD HOLD UP THE STEPS AFTER IT: A REQUIRED   *
003580* STEP NOT COMPLETE, OR AN OPTIONAL STEP LEFT STARTED OR   *
003590* FAILED.                                                  *
003600*----------------------------------------------------------*
003610 3200-CHECK-STOP-POINT.
003620     IF RUN-STEP-REQUIRED (WS-STEP-SUB)
003630         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
003640             MOVE WS-STEP-SUB TO WS-STOP-POSITION
003650         END-IF
003660     ELSE
003670         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
003680             MOVE WS-STEP-SUB TO WS-STOP-POSITION
003690         END-IF
003700     END-IF.
003710     IF WS-STOP-POSITION > ZERO
003720         MOVE SL-STATUS TO WS-STOP-STATUS
003730     END-IF.
003740 3200-EXIT.
003750     EXIT.

003760*----------------------------------------------------------*
003770* 7000-PRINT-NIGHT-STATUS - SAY WHETHER THE NIGHT IS       *
003780* COMPLETE OR WHERE IT STOPPED.  A NIGHT NOT COMPLETE ENDS *
003790* THE RUN WITH RETURN-CODE 4.                              *
003800*----------------------------------------------------------*
003810 7000-PRINT-NIGHT-STATUS.
003820     WRITE RPT-RECORD FROM WS-BLANK-LINE.
003830     IF WS-STOP-POSITION = ZERO
003840         WRITE RPT-RECORD FROM WS-COMPLETE-LINE
003850         DISPLAY "NIGHT COMPLETE FOR " WS-RPT-BUSINESS-DATE
003860     ELSE
003870         MOVE RUN-STEP-TBL-NAME (WS-STOP-POSITION)
003880             TO SP-STEP-NAME
003890         MOVE WS-STOP-STATUS TO SP-STATUS
003900         WRITE RPT-RECORD FROM WS-STOPPED-LINE
003910         DISPLAY "NIGHT OF " WS-RPT-BUSINESS-DATE
003920             " STOPPED AT " SP-STEP-NAME " - " WS-STOP-STATUS
003930         IF RETURN-CODE < 4
003940             MOVE 4 TO RETURN-CODE
003950         END-IF
003960     END-IF.
003970     DISPLAY "STEPS COMPLETE: " WS-COMPLETE-COUNT
003980         " OF " RUN-STEP-COUNT.
003990 7000-EXIT.
004000     EXIT.

004010 7100-PRINT-NO-DATE.
004020     WRITE RPT-RECORD FROM WS-NO-DATE-LINE.
004030     DISPLAY "NO BUSINESS DATE OPEN ON RUNCTL.DAT".
004040     MOVE 8 TO RETURN-CODE.
004050 7100-EXIT.
004060     EXIT.

004070*----------------------------------------------------------*
004080* 8000-FORMAT-TIME - EDIT WS-TIME-WORK INTO WS-PRINT-TIME. *
004090*----------------------------------------------------------*
004100 8000-FORMAT-TIME.
004110     MOVE WS-TIME-HH TO PT-HH.
004120     MOVE WS-TIME-MM TO PT-MM.
004130     MOVE WS-TIME-SS TO PT-SS.
004140 8000-EXIT.
004150     EXIT.

004160*----------------------------------------------------------*
004170* 9000-TERMINATE - CLOSE FILES AND END THE RUN             *
004180*----------------------------------------------------------*
004190 9000-TERMINATE.
004200     CLOSE RUN-CONTROL-FILE.
004210     CLOSE RUNCTL-RPT.
004220 9000-EXIT.
004230     EXIT.
