001997*                   AND THE SUSPENSE INPUT IMAGE IS WIDENED   *
001998*                   TO MATCH, THE SAME AS EVERY WIDENING      *
001999*                   BEFORE IT.                                *
002000*  10/15/2026 RWH   OPEN ITEMS NOW AGE BY DAYS PAST THEIR DUE *
002001*                   DATE (INV-DUE-DATE, STAMPED FROM THE      *
002002*                   CUSTOMER'S TERMS BY INV-REGISTER) INSTEAD *
002003*                   OF DAYS SINCE THE INVOICE DATE, SO A NET  *
002004*                   60 ITEM IS CURRENT UNTIL IT IS ACTUALLY   *
002005*                   LATE.  THE BUCKET BOUNDARIES ARE          *
002006*                   UNCHANGED.  AN ITEM WITH NO TERMS IS DUE  *
002007*                   ON ITS INVOICE DATE AND AGES EXACTLY AS   *
002008*                   BEFORE.                                   *
002009*  10/15/2026 RWH   GLACCTS.DAT NOW SHARES THE GLACREC        *
002010*                   COPYBOOK WITH THE DAILY GL POSTING JOB    *
002011*                   (GL-POST), WHICH CARRIES REVENUE, CASH,   *
002012*                   UNAPPLIED-CASH AND DISCOUNT ACCOUNTS      *
002013*                   AFTER THE AR CONTROL ACCOUNT.  RECORD IS  *
002014*                   NOW 53 BYTES; THIS JOB STILL USES ONLY    *
002015*                   THE AR CONTROL ACCOUNT.  GLEXTRACT.DAT IS *
002016*                   STILL REBUILT HERE EACH RUN, SO GL-POST   *
002017*                   RUNS AFTER THIS JOB AND APPENDS.          *
002018*  10/15/2026 RWH   ADDED A CONSOLIDATED FAMILY VIEW TO       *
002019*                   OVERLIM.RPT FOR THE NEW PARENT/CHILD      *
002020*                   HIERARCHY ON THE CUSTOMER MASTER.  EVERY  *
002021*                   CUSTOMER THAT PASSES THE EDIT WRITES ITS  *
002022*                   BALANCE AND ITS OWN AGING BUCKETS TO A    *
002023*                   FAMILY WORK FILE (FAMWORK.DAT) UNDER ITS  *
002024*                   PARENT-ID, OR ITS OWN ID WHEN IT HAS NO   *
002025*                   PARENT.  AFTER THE INDIVIDUAL SECTION THE *
002026*                   FILE IS SORTED BY FAMILY AND EACH PARENT  *
002027*                   WITH CHILDREN IS TOTALLED AGAINST ITS     *
002028*                   FAMILY-CREDIT-LIMIT (ITS OWN CREDIT-LIMIT *
002029*                   WHEN THAT IS ZERO), PRINTING THE FAMILIES *
002030*                   OVER THE LIMIT.  A MEMBER IN ANOTHER      *
002031*                   CURRENCY THAN THE PARENT IS LEFT OUT OF   *
002032*                   THE FAMILY TOTAL AND COUNTED.             *
002033*                   FAMWORK.DAT OPENS EXTEND ON RESTART THE   *
002034*                   SAME AS OVERWORK.DAT.                     *
002035*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
002036*                   RUN-CONTROL FILE (RUNCTL.DAT).  IT IS     *
002037*                   REFUSED WITH RETURN-CODE 8, BEFORE ANY    *
002038*                   FILE IS OPENED, WHEN NO BUSINESS DATE IS  *
002039*                   OPEN, WHEN A STEP AHEAD OF IT HAS NOT     *
002040*                   COMPLETED FOR THE DATE, WHEN IT HAS       *
002041*                   ALREADY COMPLETED FOR THE DATE, OR WHEN A *
002042*                   LATER STEP HAS ALREADY RUN.  THE STEP'S   *
002043*                   STATUS, RETURN CODE AND CUSTOMER COUNT    *
002044*                   AND BALANCE TOTAL ARE RECORDED AT THE     *
002045*                   END.                                      *
002046*  10/15/2026 RWH   GLACCTS.DAT GROWS TO 63 BYTES FOR THE     *
002047*                   RETURNED-CHECK FEE REVENUE ACCOUNT        *
002048*                   GL-POST POSTS AGAINST.  THIS JOB STILL    *
002049*                   TAKES ONLY THE AR CONTROL ACCOUNT.        *
002050*  10/15/2026 RWH   AGING, RATE SELECTION, SUSPENSE DATES AND *
002051*                   THE GL PERIOD NOW FOLLOW THE BUSINESS     *
002052*                   DATE THE RUN-CONTROL FILE HAS OPEN, NOT   *
002053*                   THE MACHINE DATE.  THE RUN HISTORY STILL  *
002054*                   RECORDS THE MACHINE DATE THE JOB RAN.     *
002055*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
002056*----------------------------------------------------------*
002057 ENVIRONMENT DIVISION.
002058 INPUT-OUTPUT SECTION.
002059 FILE-CONTROL.
002060     SELECT INPUT-FILE ASSIGN TO "CUSTMAST.DAT"
002061         ORGANIZATION IS INDEXED
002062         ACCESS MODE IS SEQUENTIAL
002063         RECORD KEY IS CUSTOMER-ID.
002064     SELECT AR-DETAIL-RPT ASSIGN TO "ARDETAIL.RPT".
002065     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT".
002070     SELECT DUPLICATE-RPT ASSIGN TO "DUPCUST.RPT".
002080     SELECT OVER-WORK-FILE ASSIGN TO "OVERWORK.DAT".
002090     SELECT OVER-LIMIT-RPT ASSIGN TO "OVERLIM.RPT".
002100     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.DAT".
002103     SELECT FAMILY-WORK-FILE ASSIGN TO "FAMWORK.DAT".
002106     SELECT FAMILY-SORT-FILE ASSIGN TO "FAMSORT.DAT".
002110     SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVMAST.DAT"
002120         ORGANIZATION IS INDEXED
002125         ACCESS MODE IS SEQUENTIAL
002180     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD.DAT".
002190     SELECT OPTIONAL RATE-FILE ASSIGN TO "RATES.DAT".
002200     SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCTS.DAT".
002202     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
002204         ORGANIZATION IS INDEXED
002206         ACCESS MODE IS RANDOM
002208         RECORD KEY IS RUN-KEY.
002210 DATA DIVISION.
002220 FILE SECTION.
002230*----------------------------------------------------------*
002290*----------------------------------------------------------*
002300 FD  INPUT-FILE
002310     LABEL RECORDS ARE STANDARD
002320     RECORD CONTAINS 180 CHARACTERS.
002330     COPY CUSTREC.

002340*----------------------------------------------------------*
002395*----------------------------------------------------------*
002600 FD  INVOICE-FILE
002610     LABEL RECORDS ARE STANDARD
002620     RECORD CONTAINS 69 CHARACTERS.
002630     COPY INVREC.

002640 FD  AR-DETAIL-RPT
002970     05  SW-BALANCE          PIC 9(5)V99.
002980     05  SW-CREDIT-LIMIT     PIC 9(5)V99.
002990     05  SW-CURRENCY-CODE    PIC X(03).

002991*----------------------------------------------------------*
002992* FAMILY-WORK-FILE HOLDS ONE RECORD PER CUSTOMER THAT      *
002993* PASSED THE EDIT, FILED UNDER ITS FAMILY - THE PARENT-ID, *
002994* OR ITS OWN CUSTOMER-ID WHEN IT HAS NONE.  LEVEL 0 IS THE *
002995* HEAD OF THE FAMILY AND CARRIES THE LIMIT THE FAMILY IS   *
002996* HELD TO; LEVEL 1 IS A CHILD.                             *
002997*----------------------------------------------------------*
002998 FD  FAMILY-WORK-FILE
002999     LABEL RECORDS ARE STANDARD.
003000 01  FAMILY-WORK-RECORD.
003001     05  FW-FAMILY-ID        PIC X(10).
003002     05  FW-LEVEL            PIC X(01).
003003     05  FW-CUSTOMER-ID      PIC X(10).
003004     05  FW-CUSTOMER-NAME    PIC X(20).
003005     05  FW-CURRENCY-CODE    PIC X(03).
003006     05  FW-BALANCE          PIC 9(5)V99.
003007     05  FW-BKT-CURRENT      PIC 9(7)V99.
003008     05  FW-BKT-30           PIC 9(7)V99.
003009     05  FW-BKT-60           PIC 9(7)V99.
003010     05  FW-BKT-90           PIC 9(7)V99.
003011     05  FW-FAMILY-LIMIT     PIC 9(7)V99.

003012 SD  FAMILY-SORT-FILE.
003013 01  FAMILY-SORT-RECORD.
003014     05  FS-FAMILY-ID        PIC X(10).
003015     05  FS-LEVEL            PIC X(01).
003016         88  FS-FAMILY-HEAD              VALUE "0".
003017     05  FS-CUSTOMER-ID      PIC X(10).
003018     05  FS-CUSTOMER-NAME    PIC X(20).
003019     05  FS-CURRENCY-CODE    PIC X(03).
003020     05  FS-BALANCE          PIC 9(5)V99.
003021     05  FS-BKT-CURRENT      PIC 9(7)V99.
003022     05  FS-BKT-30           PIC 9(7)V99.
003023     05  FS-BKT-60           PIC 9(7)V99.
003024     05  FS-BKT-90           PIC 9(7)V99.
003025     05  FS-FAMILY-LIMIT     PIC 9(7)V99.
                                                                        
003026 FD  OVER-LIMIT-RPT
003027     LABEL RECORDS ARE OMITTED.
003028 01  OVERLIM-RECORD           PIC X(132).
                                                                        
003030*----------------------------------------------------------*
003040* CHECKPOINT-FILE - ONE RECORD EVERY WS-CHECKPOINT-INTERVAL *

003940*----------------------------------------------------------*
003950* GL-ACCOUNT-FILE - ONE RECORD PER CURRENCY, MAPPING IT TO  *
003960* THE GL ACCOUNT ITS AR CONTROL TOTAL POSTS AGAINST.  THE   *
003965* OTHER ACCOUNTS ON THE RECORD BELONG TO GL-POST.           *
003970*----------------------------------------------------------*
003980 FD  GL-ACCOUNT-FILE
003990     LABEL RECORDS ARE STANDARD
004000     RECORD CONTAINS 63 CHARACTERS.
004010     COPY GLACREC.

004012*----------------------------------------------------------*
004014* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
004016* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
004018* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
004020* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
004022* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
004024* TOTALS.                                                  *
004026*----------------------------------------------------------*
004028 FD  RUN-CONTROL-FILE
004030     LABEL RECORDS ARE STANDARD
004032     RECORD CONTAINS 150 CHARACTERS.
004034     COPY RUNCREC.

004040 WORKING-STORAGE SECTION.
004050 77  WS-EOF                  PIC X       VALUE 'N'.
004900 77  WS-DUPLICATE-SW         PIC X       VALUE 'N'.
004910     88  DUPLICATE-FOUND                 VALUE 'Y'.
004920     88  DUPLICATE-NOT-FOUND             VALUE 'N'.
004921*----------------------------------------------------------*
004922* CONSOLIDATED FAMILY EXPOSURE - THIS CUSTOMER'S OWN       *
004923* BUCKETS, WRITTEN TO FAMWORK.DAT, AND THE RUNNING FAMILY  *
004924* TOTALS BUILT FROM THE SORTED FILE ONE FAMILY AT A TIME.  *
004925*----------------------------------------------------------*
004926 77  WS-CUST-BKT-CURRENT     PIC 9(7)V99 VALUE ZERO.
004927 77  WS-CUST-BKT-30          PIC 9(7)V99 VALUE ZERO.
004928 77  WS-CUST-BKT-60          PIC 9(7)V99 VALUE ZERO.
004929 77  WS-CUST-BKT-90          PIC 9(7)V99 VALUE ZERO.
004930 77  WS-FAM-SORT-EOF         PIC X       VALUE 'N'.
004931     88  FAM-SORT-EOF                    VALUE 'Y'.
004932 77  WS-FAM-ID               PIC X(10)   VALUE SPACES.
004933 77  WS-FAM-HEAD-SW          PIC X       VALUE 'N'.
004934     88  FAM-HEAD-PRESENT                VALUE 'Y'.
004935 77  WS-FAM-NAME             PIC X(20)   VALUE SPACES.
004936 77  WS-FAM-CURRENCY         PIC X(03)   VALUE SPACES.
004937 77  WS-FAM-LIMIT            PIC 9(7)V99 VALUE ZERO.
004938 77  WS-FAM-MEMBERS          PIC 9(5) COMP VALUE ZERO.
004939 77  WS-FAM-BALANCE          PIC 9(7)V99 VALUE ZERO.
004940 77  WS-FAM-BKT-CURRENT      PIC 9(7)V99 VALUE ZERO.
004941 77  WS-FAM-BKT-30           PIC 9(7)V99 VALUE ZERO.
004942 77  WS-FAM-BKT-60           PIC 9(7)V99 VALUE ZERO.
004943 77  WS-FAM-BKT-90           PIC 9(7)V99 VALUE ZERO.
004944 77  WS-FAM-OVER-AMOUNT      PIC 9(7)V99 VALUE ZERO.
004945 77  WS-FAMILY-COUNT         PIC 9(5) COMP VALUE ZERO.
004946 77  WS-FAM-OVER-COUNT       PIC 9(5) COMP VALUE ZERO.
004947 77  WS-FAM-NO-HEAD-COUNT    PIC 9(5) COMP VALUE ZERO.
004948 77  WS-FAM-OTHER-CCY-COUNT  PIC 9(5) COMP VALUE ZERO.
                                                                        
004951*----------------------------------------------------------*
004954* WS-CURRENCY-TABLE - ONE ENTRY PER DISTINCT CURRENCY CODE  *
004957* SEEN SO FAR, ACCUMULATING ITS OWN SUBTOTAL AND COUNT SO   *
004960* DOLLARS AND EUROS NEVER GET SUMMED TOGETHER               *
004970*----------------------------------------------------------*
004980 01  WS-CURRENCY-TABLE.
006750     05  FILLER              PIC X(02) VALUE SPACES.
006760     05  OL-CURRENCY-CODE    PIC X(03).
006770     05  FILLER              PIC X(38) VALUE SPACES.

006771*----------------------------------------------------------*
006772* CONSOLIDATED FAMILY LINES - ONE PER PARENT WHOSE FAMILY  *
006773* TOTAL IS OVER THE FAMILY LIMIT, PRINTED AFTER THE        *
006774* INDIVIDUAL OVER-LIMIT SECTION OF OVERLIM.RPT.            *
006775*----------------------------------------------------------*
006776 01  WS-FX-HEADER-LINE-1.
006777     05  FILLER              PIC X(44) VALUE
006778         "CONSOLIDATED FAMILY OVER-LIMIT EXCEPTIONS".
006779     05  FILLER              PIC X(88) VALUE SPACES.

006780 01  WS-FX-HEADER-LINE-2.
006781     05  FILLER              PIC X(11) VALUE "PARENT ID".
006782     05  FILLER              PIC X(21) VALUE "PARENT NAME".
006783     05  FILLER              PIC X(04) VALUE "MBR".
006784     05  FILLER              PIC X(13) VALUE "  FAMILY BAL".
006785     05  FILLER              PIC X(13) VALUE "     CURRENT".
006786     05  FILLER              PIC X(13) VALUE "       30-59".
006787     05  FILLER              PIC X(13) VALUE "       60-89".
006788     05  FILLER              PIC X(13) VALUE "         90+".
006789     05  FILLER              PIC X(13) VALUE "FAMILY LIMIT".
006790     05  FILLER              PIC X(13) VALUE "    AMT OVER".
006791     05  FILLER              PIC X(05) VALUE "CURR".

006792 01  WS-FAMILY-LINE.
006793     05  FX-FAMILY-ID        PIC X(10).
006794     05  FILLER              PIC X(01) VALUE SPACES.
006795     05  FX-FAMILY-NAME      PIC X(20).
006796     05  FILLER              PIC X(01) VALUE SPACES.
006797     05  FX-MEMBERS          PIC ZZ9.
006798     05  FILLER              PIC X(01) VALUE SPACES.
006799     05  FX-BALANCE          PIC Z,ZZZ,ZZ9.99.
006800     05  FILLER              PIC X(01) VALUE SPACES.
006801     05  FX-BKT-CURRENT      PIC Z,ZZZ,ZZ9.99.
006802     05  FILLER              PIC X(01) VALUE SPACES.
006803     05  FX-BKT-30           PIC Z,ZZZ,ZZ9.99.
006804     05  FILLER              PIC X(01) VALUE SPACES.
006805     05  FX-BKT-60           PIC Z,ZZZ,ZZ9.99.
006806     05  FILLER              PIC X(01) VALUE SPACES.
006807     05  FX-BKT-90           PIC Z,ZZZ,ZZ9.99.
006808     05  FILLER              PIC X(01) VALUE SPACES.
006809     05  FX-FAMILY-LIMIT     PIC Z,ZZZ,ZZ9.99.
006810     05  FILLER              PIC X(01) VALUE SPACES.
006811     05  FX-OVER-AMOUNT      PIC Z,ZZZ,ZZ9.99.
006812     05  FILLER              PIC X(01) VALUE SPACES.
006813     05  FX-CURRENCY-CODE    PIC X(03).
006814     05  FILLER              PIC X(02) VALUE SPACES.
                                                                        
006815 01  WS-BALANCE-LINE-1.
006816     05  FILLER              PIC X(132) VALUE ALL "*".
                                                                        
006817 01  WS-BALANCE-LINE-2.
006818     05  FILLER              PIC X(40) VALUE
006820         "*** OUT OF BALANCE - JOB DID NOT MATCH".
006830     05  FILLER              PIC X(92) VALUE SPACES.
                                                                        
006960     05  BL-ACT-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
006970     05  FILLER              PIC X(61) VALUE SPACES.
                                                                        
006971*----------------------------------------------------------*
006972* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
006973* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
006974* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
006975*----------------------------------------------------------*
006976     COPY RUNSTEPS.
006977 77  WS-RUN-STEP-NAME         PIC X(16)
006978                                 VALUE "LEGACY-SPAGHETTI".
006979 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
006980 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
006981 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
006982 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
006983 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
006984 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
006985 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
006986     88  RUN-RECORD-FOUND                 VALUE 'Y'.
006987 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
006988     88  STEP-REFUSED                     VALUE 'Y'.
006989 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
006990 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
006991 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
006992 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
006993 01  WS-RUN-REASON.
006994     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
006995     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.
                                                                        
006996 PROCEDURE DIVISION.
                                                                        
006997 0000-MAINLINE.
006998     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
006999     IF NOT STEP-REFUSED
007000         PERFORM 1000-INITIALIZE THRU 1000-EXIT
007010         PERFORM 2000-READ-CUSTOMER THRU 2000-EXIT
007020         PERFORM 4000-PROCESS-CUSTOMER THRU 4000-EXIT
007030             UNTIL EOF
007040         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
007050         PERFORM 6000-SORT-OVER-LIMIT-RPT THRU 6000-EXIT
007060         IF RUN-IN-BALANCE
007070             PERFORM 8000-WRITE-GL-EXTRACT THRU 8000-EXIT
007080             PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT
007090         ELSE
007100             DISPLAY "RUN OUT OF BALANCE - GL EXTRACT AND RUN "
007110                 "HISTORY NOT WRITTEN"
007120         END-IF
007130         PERFORM 9000-TERMINATE THRU 9000-EXIT
007133         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
007136     END-IF.
007140     STOP RUN.
                                                                        
007150*----------------------------------------------------------*
007170*----------------------------------------------------------*
007180 1000-INITIALIZE.
007190     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
007200     MOVE WS-RUN-BUSINESS-DATE TO WS-DTN-DATE.
007210     PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT.
007220     MOVE WS-DTN-DAY-NO TO WS-TODAY-DAY-NO.
007230     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
007340         OPEN EXTEND AR-DETAIL-RPT
007360         OPEN EXTEND DUPLICATE-RPT
007370         OPEN EXTEND OVER-WORK-FILE
007375         OPEN EXTEND FAMILY-WORK-FILE
007380         OPEN EXTEND CHECKPOINT-FILE
007390     ELSE
007400         OPEN OUTPUT AR-DETAIL-RPT
007420         OPEN OUTPUT DUPLICATE-RPT
007430         OPEN OUTPUT OVER-WORK-FILE
007435         OPEN OUTPUT FAMILY-WORK-FILE
007440         OPEN OUTPUT CHECKPOINT-FILE
007450         WRITE RPT-RECORD FROM WS-HEADER-LINE-1
007460         PERFORM 1070-WRITE-PARM-AUDIT THRU 1070-EXIT
009740 1560-APPLY-RATE-RECORD.
009750     IF RT-EFFECTIVE-DATE NUMERIC
009760         AND RT-RATE-TO-BASE NUMERIC
009770         AND RT-EFFECTIVE-DATE NOT > WS-RUN-BUSINESS-DATE
009780         MOVE 'N' TO WS-RATE-FOUND-SW
009790         IF WS-RATE-COUNT > 0
009800             SET WS-RATE-IDX TO 1
011280     MOVE CUSTOMER-RECORD     TO SUSP-INPUT-IMAGE.
011290     MOVE WS-REJECT-REASON-CODE TO SUSP-REASON-CODE.
011300     MOVE WS-REJECT-REASON-TEXT TO SUSP-REASON-TEXT.
011310     MOVE WS-RUN-BUSINESS-DATE TO SUSP-DATE-ADDED.
011320     WRITE SUSPENSE-RECORD.
011330     ADD 1 TO WS-SUSPENSE-COUNT.
011340 3900-EXIT.
011730         IF EDIT-VALID
011740             ADD BALANCE TO WS-TOTAL
011750             ADD 1 TO WS-COUNT
011753             MOVE ZERO TO WS-CUST-BKT-CURRENT WS-CUST-BKT-30
011756                          WS-CUST-BKT-60 WS-CUST-BKT-90
011760             PERFORM 4140-SKIP-ORPHAN-INVOICES THRU 4140-EXIT
011770             IF NOT INV-EOF
011780                 AND INV-CUSTOMER-ID = CUSTOMER-ID
011835             MOVE CUSTOMER-ID TO WS-INV-SYNC-KEY
011840             PERFORM 4200-ACCUMULATE-CURRENCY THRU 4200-EXIT
011850             PERFORM 4600-CHECK-OVER-LIMIT THRU 4600-EXIT
011855             PERFORM 4650-WRITE-FAMILY-WORK THRU 4650-EXIT
011860         ELSE
011870             PERFORM 3900-WRITE-SUSPENSE-RECORD THRU 3900-EXIT
011880         END-IF
011950     IF AGE-DAYS < 30
011960         MOVE "CURRENT" TO WS-BUCKET-DESC
011970         ADD BALANCE TO WS-BKT-CURRENT
011975             WS-CUST-BKT-CURRENT
011980     ELSE
011990         IF AGE-DAYS < 60
012000             MOVE "30-59" TO WS-BUCKET-DESC
012010             ADD BALANCE TO WS-BKT-30
012015                 WS-CUST-BKT-30
012020         ELSE
012030             IF AGE-DAYS < 90
012040                 MOVE "60-89" TO WS-BUCKET-DESC
012050                 ADD BALANCE TO WS-BKT-60
012055                     WS-CUST-BKT-60
012060             ELSE
012070                 MOVE "90+" TO WS-BUCKET-DESC
012080                 ADD BALANCE TO WS-BKT-90
012085                     WS-CUST-BKT-90
012090             END-IF
012100         END-IF
012110     END-IF.
012460     EXIT.

012470*----------------------------------------------------------*
012480* 4150-PROCESS-ONE-INVOICE - AGE ONE OPEN INVOICE BY DAYS  *
012490* PAST ITS DUE DATE, ROLL ITS OPEN AMOUNT INTO THE MATCHING *
012500* BUCKET, PRINT ITS DETAIL LINE, AND READ THE NEXT ONE      *
012510*----------------------------------------------------------*
012520 4150-PROCESS-ONE-INVOICE.
012530     IF INV-DUE-DATE NUMERIC AND INV-DUE-DATE > ZERO
012540         MOVE INV-DUE-DATE TO WS-DTN-DATE
012550         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
012560         COMPUTE WS-INV-AGE-DAYS =
012570             WS-TODAY-DAY-NO - WS-DTN-DAY-NO
012710     IF WS-INV-AGE-DAYS < 30
012720         MOVE "CURRENT" TO WS-BUCKET-DESC
012730         ADD INV-OPEN-AMOUNT TO WS-BKT-CURRENT
012735             WS-CUST-BKT-CURRENT
012740     ELSE
012750         IF WS-INV-AGE-DAYS < 60
012760             MOVE "30-59" TO WS-BUCKET-DESC
012770             ADD INV-OPEN-AMOUNT TO WS-BKT-30
012775                 WS-CUST-BKT-30
012780         ELSE
012790             IF WS-INV-AGE-DAYS < 90
012800                 MOVE "60-89" TO WS-BUCKET-DESC
012810                 ADD INV-OPEN-AMOUNT TO WS-BKT-60
012815                     WS-CUST-BKT-60
012820             ELSE
012830                 MOVE "90+" TO WS-BUCKET-DESC
012840                 ADD INV-OPEN-AMOUNT TO WS-BKT-90
012845                     WS-CUST-BKT-90
012850             END-IF
012860         END-IF
012870     END-IF.
013630     END-IF.
013640 4600-EXIT.
013650     EXIT.

013651*----------------------------------------------------------*
013652* 4650-WRITE-FAMILY-WORK - FILE THIS CUSTOMER'S BALANCE    *
013653* AND OWN BUCKETS UNDER ITS FAMILY FOR THE CONSOLIDATED    *
013654* VIEW.  A CUSTOMER WITH NO PARENT HEADS ITS OWN FAMILY    *
013655* AND CARRIES THE FAMILY LIMIT - FAMILY-CREDIT-LIMIT, OR   *
013656* ITS OWN CREDIT-LIMIT WHEN THAT IS ZERO OR NOT YET SET.   *
013657*----------------------------------------------------------*
013658 4650-WRITE-FAMILY-WORK.
013659     MOVE SPACES              TO FAMILY-WORK-RECORD.
013660     IF PARENT-ID = SPACES
013661         MOVE CUSTOMER-ID     TO FW-FAMILY-ID
013662         MOVE "0"             TO FW-LEVEL
013663         IF FAMILY-CREDIT-LIMIT NUMERIC
013664             AND FAMILY-CREDIT-LIMIT > ZERO
013665             MOVE FAMILY-CREDIT-LIMIT TO FW-FAMILY-LIMIT
013666         ELSE
013667             MOVE CREDIT-LIMIT TO FW-FAMILY-LIMIT
013668         END-IF
013669     ELSE
013670         MOVE PARENT-ID       TO FW-FAMILY-ID
013671         MOVE "1"             TO FW-LEVEL
013672         MOVE ZERO            TO FW-FAMILY-LIMIT
013673     END-IF.
013674     MOVE CUSTOMER-ID         TO FW-CUSTOMER-ID.
013675     MOVE CUSTOMER-NAME       TO FW-CUSTOMER-NAME.
013676     MOVE CURRENCY-CODE       TO FW-CURRENCY-CODE.
013677     MOVE BALANCE             TO FW-BALANCE.
013678     MOVE WS-CUST-BKT-CURRENT TO FW-BKT-CURRENT.
013679     MOVE WS-CUST-BKT-30      TO FW-BKT-30.
013680     MOVE WS-CUST-BKT-60      TO FW-BKT-60.
013681     MOVE WS-CUST-BKT-90      TO FW-BKT-90.
013682     WRITE FAMILY-WORK-RECORD.
013683 4650-EXIT.
013684     EXIT.
                                                                        
013685*----------------------------------------------------------*
013686* 4700-CHECKPOINT-IF-DUE - EVERY WS-CHECKPOINT-INTERVAL      *
013687* INPUT RECORDS, SNAPSHOT THE RUNNING TOTALS TO CHECKPT.DAT *
013690*----------------------------------------------------------*
013700 4700-CHECKPOINT-IF-DUE.
013710     DIVIDE WS-READ-COUNT BY WS-CHECKPOINT-INTERVAL
015990         OUTPUT PROCEDURE IS 6500-WRITE-OVER-LIMIT-RPT
016000             THRU 6500-EXIT.
016010     DISPLAY "OVER-LIMIT EXCEPTIONS: " WS-OVER-RPT-COUNT.
016015     PERFORM 6100-SORT-FAMILY-EXPOSURE THRU 6100-EXIT.
016020     CLOSE OVER-LIMIT-RPT.
016030 6000-EXIT.
016040     EXIT.
016270     PERFORM 6600-RETURN-SORT-RECORD THRU 6600-EXIT.
016280 6700-EXIT.
016290     EXIT.

016291*----------------------------------------------------------*
016292* 6100-SORT-FAMILY-EXPOSURE - SORT THE FAMILY WORK FILE BY *
016293* FAMILY, HEAD OF FAMILY FIRST, AND APPEND THE             *
016294* CONSOLIDATED SECTION TO OVERLIM.RPT THROUGH THE OUTPUT   *
016295* PROCEDURE BELOW.  A FAMILY OF ONE IS ALREADY COVERED BY  *
016296* THE INDIVIDUAL SECTION AND IS NOT REPEATED.              *
016297*----------------------------------------------------------*
016298 6100-SORT-FAMILY-EXPOSURE.
016299     CLOSE FAMILY-WORK-FILE.
016300     MOVE SPACES TO OVERLIM-RECORD.
016301     WRITE OVERLIM-RECORD.
016302     WRITE OVERLIM-RECORD FROM WS-FX-HEADER-LINE-1.
016303     WRITE OVERLIM-RECORD FROM WS-FX-HEADER-LINE-2.
016304     SORT FAMILY-SORT-FILE
016305         ON ASCENDING KEY FS-FAMILY-ID FS-LEVEL FS-CUSTOMER-ID
016306         USING FAMILY-WORK-FILE
016307         OUTPUT PROCEDURE IS 6150-WRITE-FAMILY-RPT
016308             THRU 6150-EXIT.
016309     DISPLAY "FAMILIES CONSOLIDATED: " WS-FAMILY-COUNT.
016310     DISPLAY "FAMILIES OVER LIMIT: " WS-FAM-OVER-COUNT.
016311     IF WS-FAM-NO-HEAD-COUNT > ZERO
016312         DISPLAY "FAMILIES WITH NO PARENT RECORD THIS RUN: "
016313             WS-FAM-NO-HEAD-COUNT " - NOT CONSOLIDATED"
016314     END-IF.
016315     IF WS-FAM-OTHER-CCY-COUNT > ZERO
016316         DISPLAY "FAMILY MEMBERS IN ANOTHER CURRENCY: "
016317             WS-FAM-OTHER-CCY-COUNT " - LEFT OUT OF FAMILY TOTAL"
016318     END-IF.
016319 6100-EXIT.
016320     EXIT.

016321 6150-WRITE-FAMILY-RPT.
016322     PERFORM 6160-RETURN-FAMILY-RECORD THRU 6160-EXIT.
016323     PERFORM 6200-PROCESS-ONE-FAMILY THRU 6200-EXIT
016324         UNTIL FAM-SORT-EOF.
016325 6150-EXIT.
016326     EXIT.

016327 6160-RETURN-FAMILY-RECORD.
016328     RETURN FAMILY-SORT-FILE
016329         AT END MOVE 'Y' TO WS-FAM-SORT-EOF
016330     END-RETURN.
016331 6160-EXIT.
016332     EXIT.

016333*----------------------------------------------------------*
016334* 6200-PROCESS-ONE-FAMILY - GATHER EVERY MEMBER OF THE     *
016335* FAMILY IN HAND.  A FAMILY IS ONLY CONSOLIDATED WHEN ITS  *
016336* HEAD PASSED THE EDIT THIS RUN (THE HEAD SORTS FIRST) AND *
016337* IT HAS AT LEAST ONE CHILD.  CHILDREN WHOSE PARENT IS     *
016338* MISSING OR SUSPENDED ARE STILL CHECKED ONE BY ONE IN THE *
016339* INDIVIDUAL SECTION.                                      *
016340*----------------------------------------------------------*
016341 6200-PROCESS-ONE-FAMILY.
016342     MOVE FS-FAMILY-ID      TO WS-FAM-ID.
016343     MOVE ZERO TO WS-FAM-MEMBERS WS-FAM-BALANCE WS-FAM-LIMIT
016344                  WS-FAM-BKT-CURRENT WS-FAM-BKT-30
016345                  WS-FAM-BKT-60 WS-FAM-BKT-90.
016346     IF FS-FAMILY-HEAD
016347         SET FAM-HEAD-PRESENT TO TRUE
016348         MOVE FS-CUSTOMER-NAME TO WS-FAM-NAME
016349         MOVE FS-CURRENCY-CODE TO WS-FAM-CURRENCY
016350         MOVE FS-FAMILY-LIMIT  TO WS-FAM-LIMIT
016351     ELSE
016352         MOVE 'N'              TO WS-FAM-HEAD-SW
016353         MOVE SPACES           TO WS-FAM-NAME
016354         MOVE FS-CURRENCY-CODE TO WS-FAM-CURRENCY
016355     END-IF.
016356     PERFORM 6250-ADD-FAMILY-MEMBER THRU 6250-EXIT
016357         UNTIL FAM-SORT-EOF
016358         OR FS-FAMILY-ID NOT = WS-FAM-ID.
016359     IF WS-FAM-MEMBERS > 1
016360         IF FAM-HEAD-PRESENT
016361             ADD 1 TO WS-FAMILY-COUNT
016362             PERFORM 6300-CHECK-FAMILY-LIMIT THRU 6300-EXIT
016363         ELSE
016364             ADD 1 TO WS-FAM-NO-HEAD-COUNT
016365         END-IF
016366     ELSE
016367         IF NOT FAM-HEAD-PRESENT
016368             ADD 1 TO WS-FAM-NO-HEAD-COUNT
016369         END-IF
016370     END-IF.
016371 6200-EXIT.
016372     EXIT.

016373 6250-ADD-FAMILY-MEMBER.
016374     IF FS-CURRENCY-CODE = WS-FAM-CURRENCY
016375         ADD 1                TO WS-FAM-MEMBERS
016376         ADD FS-BALANCE       TO WS-FAM-BALANCE
016377         ADD FS-BKT-CURRENT   TO WS-FAM-BKT-CURRENT
016378         ADD FS-BKT-30        TO WS-FAM-BKT-30
016379         ADD FS-BKT-60        TO WS-FAM-BKT-60
016380         ADD FS-BKT-90        TO WS-FAM-BKT-90
016381     ELSE
016382         ADD 1 TO WS-FAM-OTHER-CCY-COUNT
016383     END-IF.
016384     PERFORM 6160-RETURN-FAMILY-RECORD THRU 6160-EXIT.
016385 6250-EXIT.
016386     EXIT.

016387 6300-CHECK-FAMILY-LIMIT.
016388     IF WS-FAM-BALANCE > WS-FAM-LIMIT
016389         COMPUTE WS-FAM-OVER-AMOUNT =
016390             WS-FAM-BALANCE - WS-FAM-LIMIT
016391         MOVE SPACES             TO WS-FAMILY-LINE
016392         MOVE WS-FAM-ID          TO FX-FAMILY-ID
016393         MOVE WS-FAM-NAME        TO FX-FAMILY-NAME
016394         MOVE WS-FAM-MEMBERS     TO FX-MEMBERS
016395         MOVE WS-FAM-BALANCE     TO FX-BALANCE
016396         MOVE WS-FAM-BKT-CURRENT TO FX-BKT-CURRENT
016397         MOVE WS-FAM-BKT-30      TO FX-BKT-30
016398         MOVE WS-FAM-BKT-60      TO FX-BKT-60
016399         MOVE WS-FAM-BKT-90      TO FX-BKT-90
016400         MOVE WS-FAM-LIMIT       TO FX-FAMILY-LIMIT
016401         MOVE WS-FAM-OVER-AMOUNT TO FX-OVER-AMOUNT
016402         MOVE WS-FAM-CURRENCY    TO FX-CURRENCY-CODE
016403         WRITE OVERLIM-RECORD FROM WS-FAMILY-LINE
016404         ADD 1 TO WS-FAM-OVER-COUNT
016405     END-IF.
016406 6300-EXIT.
016407     EXIT.
                                                                        
016408*----------------------------------------------------------*
016409* 8000-WRITE-GL-EXTRACT - WRITE ONE RECORD PER CURRENCY IN  *
016410* GENERAL LEDGER INTERFACE FORMAT, EACH AGAINST THE GL      *
016411* ACCOUNT MAPPED TO ITS CURRENCY AND CARRYING THE BASE-     *
016412* CURRENCY EQUIVALENT, SO THE EXTRACT TIES BACK TO THE      *
016413* CONSOLIDATED TOTAL.  A CURRENCY WITH NO USABLE RATE IS    *
016414* POSTED AT ITS ORIGINAL AMOUNT.                            *
016415*----------------------------------------------------------*
016416 8000-WRITE-GL-EXTRACT.
016417     PERFORM 8050-WRITE-ONE-GL-RECORD THRU 8050-EXIT
016418         VARYING WS-GLX-CURR-IDX FROM 1 BY 1
016419         UNTIL WS-GLX-CURR-IDX > WS-CURRENCY-COUNT.
016420 8000-EXIT.
016430     EXIT.

016490     MOVE SPACES             TO GL-EXTRACT-RECORD.
016500     MOVE "AR"                TO GLX-REC-TYPE.
016510     MOVE WS-WORK-ACCOUNT     TO GLX-ACCOUNT-CODE.
016520     MOVE WS-RUN-BUSINESS-DATE (1:6) TO GLX-PERIOD.
016530*    THE GL INTERFACE AMOUNT IS TWO DIGITS NARROWER THAN THE
016540*    CONSOLIDATED WORK FIELD, SO AN OVERSIZED BASE EQUIVALENT
016550*    IS POSTED AS ZERO AND THE RUN IS FLAGGED RATHER THAN
017380     CLOSE CHECKPOINT-FILE.
017390 9100-EXIT.
017400     EXIT.

017410*----------------------------------------------------------*
017420* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
017430* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
017440* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
017450* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
017460* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
017470* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
017480* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
017490*----------------------------------------------------------*
017500 9200-START-RUN-CONTROL.
017510     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
017520     OPEN I-O RUN-CONTROL-FILE.
017530     SET RUN-STEP-IDX TO 1.
017540     SEARCH RUN-STEP-ENTRY
017550         AT END
017560             MOVE ZERO TO WS-RUN-OWN-POSITION
017570         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
017580             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
017590     END-SEARCH.
017600     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
017610     IF NOT STEP-REFUSED
017620         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
017630     END-IF.
017640     IF NOT STEP-REFUSED
017650         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
017660     END-IF.
017670     IF STEP-REFUSED
017680         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
017690     ELSE
017700         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
017710     END-IF.
017720 9200-EXIT.
017730     EXIT.

017740*----------------------------------------------------------*
017750* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
017760* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
017770* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
017780* THE STEP IS REFUSED.                                     *
017790*----------------------------------------------------------*
017800 9225-READ-BUSINESS-DATE.
017810     MOVE ZERO            TO RUN-BUSINESS-DATE.
017820     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
017830     READ RUN-CONTROL-FILE
017840         INVALID KEY
017850             SET STEP-REFUSED TO TRUE
017860             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
017870         NOT INVALID KEY
017880             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
017890     END-READ.
017900 9225-EXIT.
017910     EXIT.

017920*----------------------------------------------------------*
017930* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
017940* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
017950* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
017960* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
017970* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
017980* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
017990*----------------------------------------------------------*
018000 9230-CHECK-STEP-ORDER.
018010     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
018020     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
018030         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
018040         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
018050         OR STEP-REFUSED.
018060 9230-EXIT.
018070     EXIT.

018080 9235-CHECK-ONE-STEP.
018090     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
018100         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
018110     END-IF.
018120     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
018130         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
018140         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
018150             SET STEP-REFUSED TO TRUE
018160             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
018170                 TO WS-RUN-REASON-STEP
018180             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
018190         END-IF
018200     END-IF.
018210 9235-EXIT.
018220     EXIT.

018230 9237-CHECK-PREDECESSOR.
018240     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
018250     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
018260         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
018270             SET STEP-REFUSED TO TRUE
018280         END-IF
018290     ELSE
018300         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
018310             SET STEP-REFUSED TO TRUE
018320         END-IF
018330     END-IF.
018340     IF STEP-REFUSED
018350         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
018360             TO WS-RUN-REASON-STEP
018370         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
018380     END-IF.
018390 9237-EXIT.
018400     EXIT.

018410*----------------------------------------------------------*
018420* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
018430* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
018440* FAILED RUNS AGAIN FROM THE TOP.                          *
018450*----------------------------------------------------------*
018460 9240-CHECK-OWN-STEP.
018470     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
018480     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
018490     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
018500     IF RUN-RECORD-FOUND AND RUN-COMPLETE
018510         SET STEP-REFUSED TO TRUE
018520         MOVE "ALREADY COMPLETE FOR THIS DATE"
018530                 TO WS-RUN-REASON
018540     END-IF.
018550 9240-EXIT.
018560     EXIT.

018570*----------------------------------------------------------*
018580* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
018590* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
018600* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
018610*----------------------------------------------------------*
018620 9250-MARK-STEP-STARTED.
018630     IF NOT RUN-RECORD-FOUND
018640         MOVE SPACES TO RUN-STEP-DATA
018650         MOVE ZERO   TO RUN-ATTEMPT-COUNT
018660         MOVE ZERO   TO RUN-REFUSAL-COUNT
018670     END-IF.
018680     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
018690     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
018700     SET RUN-STARTED TO TRUE.
018710     MOVE ZERO                 TO RUN-RETURN-CODE.
018720     ADD 1                     TO RUN-ATTEMPT-COUNT.
018730     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
018740     ACCEPT WS-RUN-TIME FROM TIME.
018750     MOVE WS-RUN-TIME          TO RUN-START-TIME.
018760     MOVE ZERO                 TO RUN-END-DATE.
018770     MOVE ZERO                 TO RUN-END-TIME.
018780     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
018790     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
018800     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
018810     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
018820     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
018830     MOVE SPACES               TO RUN-MESSAGE.
018840     IF WS-RUN-RESUME-COUNT > ZERO
018850         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
018860         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
018870             " COMMITTED TRANSACTIONS"
018880     END-IF.
018890     IF RUN-RECORD-FOUND
018900         REWRITE RUN-CONTROL-RECORD
018910             INVALID KEY
018920                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
018930         END-REWRITE
018940     ELSE
018950         WRITE RUN-CONTROL-RECORD
018960             INVALID KEY
018970                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
018980         END-WRITE
018990     END-IF.
019000 9250-EXIT.
019010     EXIT.

019020*----------------------------------------------------------*
019030* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
019040* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
019050* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
019060* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
019070* OF AN ATTEMPT ALREADY ON FILE.                           *
019080*----------------------------------------------------------*
019090 9260-REFUSE-THE-STEP.
019100     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
019110         WS-RUN-REASON " ***".
019120     IF WS-RUN-BUSINESS-DATE > ZERO
019130         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
019140         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
019150         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
019160         IF RUN-RECORD-FOUND
019170             ADD 1 TO RUN-REFUSAL-COUNT
019180             MOVE WS-RUN-REASON TO RUN-MESSAGE
019190             REWRITE RUN-CONTROL-RECORD
019200                 INVALID KEY
019210                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
019220                         RUN-KEY
019230             END-REWRITE
019240         ELSE
019250             MOVE SPACES             TO RUN-STEP-DATA
019260             SET RUN-REFUSED TO TRUE
019270             MOVE 8                  TO RUN-RETURN-CODE
019280             MOVE ZERO               TO RUN-ATTEMPT-COUNT
019290             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
019300             ACCEPT WS-RUN-TIME FROM TIME
019310             MOVE WS-RUN-TIME        TO RUN-START-TIME
019320             MOVE ZERO               TO RUN-END-DATE
019330             MOVE ZERO               TO RUN-END-TIME
019340             MOVE ZERO               TO RUN-INPUT-COUNT
019350             MOVE ZERO               TO RUN-INPUT-TOTAL
019360             MOVE ZERO               TO RUN-COMMIT-COUNT
019370             MOVE ZERO               TO RUN-RESUME-COUNT
019380             MOVE 1                  TO RUN-REFUSAL-COUNT
019390             MOVE WS-RUN-REASON      TO RUN-MESSAGE
019400             WRITE RUN-CONTROL-RECORD
019410                 INVALID KEY
019420                     DISPLAY "RUN-CONTROL WRITE FAILED: "
019430                         RUN-KEY
019440             END-WRITE
019450         END-IF
019460     END-IF.
019470     CLOSE RUN-CONTROL-FILE.
019480     IF RETURN-CODE < 8
019490         MOVE 8 TO RETURN-CODE
019500     END-IF.
019510 9260-EXIT.
019520     EXIT.

019530*----------------------------------------------------------*
019540* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
019550* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
019560* WS-RUN-CHECK-DATE.                                       *
019570*----------------------------------------------------------*
019580 9290-READ-STEP-RECORD.
019590     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
019600     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
019610         TO RUN-STEP-NAME.
019620     READ RUN-CONTROL-FILE
019630         INVALID KEY
019640             MOVE 'N' TO WS-RUN-RECORD-SW
019650         NOT INVALID KEY
019660             MOVE 'Y' TO WS-RUN-RECORD-SW
019670     END-READ.
019680 9290-EXIT.
019690     EXIT.

019700*----------------------------------------------------------*
019710* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
019720* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
019730* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
019740* TOTALS - THE CUSTOMER MASTER RECORDS READ AND THEIR      *
019750* BALANCE TOTAL.                                           *
019760*----------------------------------------------------------*
019770 9500-END-RUN-CONTROL.
019780     MOVE WS-READ-COUNT        TO WS-RUN-INPUT-COUNT.
019790     MOVE WS-TOTAL             TO WS-RUN-INPUT-TOTAL.
019800     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
019810     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
019820     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
019830     IF RUN-RECORD-FOUND
019840         IF RETURN-CODE < 8
019850             SET RUN-COMPLETE TO TRUE
019860         ELSE
019870             SET RUN-FAILED TO TRUE
019880         END-IF
019890         MOVE RETURN-CODE        TO RUN-RETURN-CODE
019900         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
019910         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
019920         ACCEPT WS-RUN-TIME FROM TIME
019930         MOVE WS-RUN-TIME        TO RUN-END-TIME
019940         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
019950         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
019960         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
019970         REWRITE RUN-CONTROL-RECORD
019980             INVALID KEY
019990                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
020000         END-REWRITE
020010     ELSE
020020         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
020030     END-IF.
020040     CLOSE RUN-CONTROL-FILE.
020050 9500-EXIT.
020060     EXIT.
