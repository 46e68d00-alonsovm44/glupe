000371*                   ARE STILL RE-SCANNED AS BEFORE.           *
000374*  09/03/2026 RWH   THE CUSTOMER RECORD NOW CARRIES HOLD-CODE *
000376*                   AND PROMISE-DATE - RECORD LENGTH IS 149.  *
000377*  10/15/2026 RWH   THE AGING BUCKETS ON THE PROFILE NOW AGE  *
000378*                   EACH OPEN ITEM BY DAYS PAST ITS DUE DATE, *
000379*                   THE SAME AS THE BALANCE JOB.              *
000380*  10/15/2026 RWH   ADDED A FAMILY SECTION FOR THE NEW        *
000381*                   PARENT/CHILD HIERARCHY.  INQUIRING ON ANY *
000382*                   MEMBER NOW LISTS ITS PARENT AND EVERY     *
000383*                   CHILD OF THAT PARENT WITH BALANCE AND     *
000384*                   CREDIT LIMIT, MARKS THE MEMBER ASKED      *
000385*                   ABOUT, AND SHOWS THE FAMILY BALANCE       *
000386*                   AGAINST THE FAMILY LIMIT                  *
000387*                   (FAMILY-CREDIT-LIMIT, OR THE PARENT'S     *
000388*                   CREDIT-LIMIT WHEN THAT IS ZERO).  THE     *
000389*                   MASTER IS NOW OPENED FOR DYNAMIC ACCESS   *
000390*                   SO THE CHILDREN CAN BE FOUND BY A         *
000391*                   SEQUENTIAL SCAN, REPEATED FOR EACH        *
000392*                   REQUEST THE SAME WAY THE SUSPENSE FILE    *
000393*                   IS.                                       *
000394*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000395*----------------------------------------------------------*
000396 ENVIRONMENT DIVISION.
000397 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT REQUEST-FILE     ASSIGN TO "PROFREQ.DAT".
000420     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CUSTOMER-ID.
000460     SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVMAST.DAT"
000462         ORGANIZATION IS INDEXED

000590 FD  CUSTOMER-MASTER
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 180 CHARACTERS.
000620     COPY CUSTREC.

000640 FD  INVOICE-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 69 CHARACTERS.
000670     COPY INVREC.

000690 FD  SUSPENSE-FILE
001040     88  DUP-FOUND                        VALUE 'Y'.
001050 77  WS-REQUEST-COUNT         PIC 9(5) COMP VALUE ZERO.

001051*----------------------------------------------------------*
001052* WS-FAMILY - THE PARENT/CHILD FAMILY OF THE CUSTOMER      *
001053* ASKED ABOUT.  THE PARENT RECORD IS HELD BACK UNTIL THE   *
001054* SCAN FINDS A CHILD, SO A CUSTOMER OUTSIDE ANY FAMILY     *
001055* PRINTS ONE LINE SAYING SO.                               *
001056*----------------------------------------------------------*
001057 01  WS-FAMILY.
001058     05  WS-FAM-HEAD-ID       PIC X(10)   VALUE SPACES.
001059     05  WS-FAM-HEAD-SW       PIC X       VALUE 'N'.
001060         88  FAM-HEAD-FOUND               VALUE 'Y'.
001061     05  WS-FAM-PRINTED-SW    PIC X       VALUE 'N'.
001062         88  FAM-PRINTED                  VALUE 'Y'.
001063     05  WS-FAM-SCAN-EOF      PIC X       VALUE 'N'.
001064         88  FAM-SCAN-EOF                 VALUE 'Y'.
001065     05  WS-FAM-CURRENCY      PIC X(03)   VALUE SPACES.
001066     05  WS-FAM-LIMIT         PIC 9(7)V99 VALUE ZERO.
001067     05  WS-FAM-BALANCE       PIC 9(7)V99 VALUE ZERO.
001068     05  WS-FAM-CHILDREN      PIC 9(5) COMP VALUE ZERO.
001069     05  WS-FAM-HEADROOM      PIC S9(7)V99 VALUE ZERO.
001070     05  WS-HELD-HEAD         PIC X(180)  VALUE SPACES.
001071     05  WS-HOLD-CHILD        PIC X(180)  VALUE SPACES.

001075*----------------------------------------------------------*
001080* DATE-TO-DAY-NUMBER WORK FIELDS - CONVERT A YYYYMMDD DATE  *
001090* TO A SERIAL DAY NUMBER SO TWO DATES CAN BE SUBTRACTED.    *
001100*----------------------------------------------------------*
002140     05  DU-TEXT             PIC X(50).
002150     05  FILLER              PIC X(78) VALUE SPACES.

002151 01  WS-FAMILY-HEADER-LINE.
002152     05  FILLER              PIC X(04) VALUE SPACES.
002153     05  FILLER              PIC X(17) VALUE "FAMILY OF PARENT".
002154     05  FH-HEAD-ID          PIC X(10).
002155     05  FILLER              PIC X(02) VALUE SPACES.
002156     05  FH-TEXT             PIC X(40).
002157     05  FILLER              PIC X(59) VALUE SPACES.

002158 01  WS-FAMILY-MEMBER-LINE.
002159     05  FILLER              PIC X(06) VALUE SPACES.
002160     05  FM-ROLE             PIC X(08).
002161     05  FM-CUSTOMER-ID      PIC X(10).
002162     05  FILLER              PIC X(02) VALUE SPACES.
002163     05  FM-CUSTOMER-NAME    PIC X(20).
002164     05  FILLER              PIC X(02) VALUE SPACES.
002165     05  FM-BALANCE          PIC ZZZ,ZZ9.99.
002166     05  FILLER              PIC X(02) VALUE SPACES.
002167     05  FM-CURRENCY-CODE    PIC X(03).
002168     05  FILLER              PIC X(02) VALUE SPACES.
002169     05  FM-CREDIT-LIMIT     PIC ZZZ,ZZ9.99.
002170     05  FILLER              PIC X(02) VALUE SPACES.
002171     05  FM-MARKER           PIC X(12).
002172     05  FILLER              PIC X(01) VALUE SPACES.
002173     05  FM-CCY-FLAG         PIC X(14).
002174     05  FILLER              PIC X(28) VALUE SPACES.

002175 01  WS-FAMILY-TOTAL-LINE.
002176     05  FILLER              PIC X(06) VALUE SPACES.
002177     05  FILLER              PIC X(16) VALUE "FAMILY BALANCE".
002178     05  FT-BALANCE          PIC Z,ZZZ,ZZ9.99.
002179     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  FILLER              PIC X(14) VALUE "FAMILY LIMIT".
002181     05  FT-LIMIT            PIC Z,ZZZ,ZZ9.99.
002182     05  FILLER              PIC X(02) VALUE SPACES.
002183     05  FT-LABEL            PIC X(18).
002184     05  FT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
002185     05  FILLER              PIC X(38) VALUE SPACES.

002186 01  WS-NO-FAMILY-LINE.
002187     05  FILLER              PIC X(04) VALUE SPACES.
002188     05  FILLER              PIC X(40) VALUE
002189         "NOT PART OF A PARENT/CHILD FAMILY".
002191     05  FILLER              PIC X(88) VALUE SPACES.

002193 PROCEDURE DIVISION.

002195 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
002220     PERFORM 4000-PROCESS-REQUEST THRU 4000-EXIT
002600         PERFORM 4200-PRINT-MASTER-SECTION THRU 4200-EXIT
002610         PERFORM 4300-PRINT-AGING-SECTION THRU 4300-EXIT
002620         PERFORM 4400-PRINT-CREDIT-SECTION THRU 4400-EXIT
002625         PERFORM 4700-PRINT-FAMILY-SECTION THRU 4700-EXIT
002630     ELSE
002640         MOVE REQ-CUSTOMER-ID TO PR-CUSTOMER-ID
002650         MOVE SPACES          TO PR-CUSTOMER-NAME

003720 4360-AGE-ONE-INVOICE.
003730     ADD 1 TO WS-CUST-INV-COUNT.
003740     IF INV-DUE-DATE NUMERIC AND INV-DUE-DATE > ZERO
003750         MOVE INV-DUE-DATE TO WS-DTN-DATE
003760         PERFORM 8800-DATE-TO-DAY-NUMBER THRU 8800-EXIT
003770         COMPUTE WS-INV-AGE-DAYS =
003780             WS-TODAY-DAY-NO - WS-DTN-DAY-NO
005150 4650-EXIT.
005160     EXIT.

005161*----------------------------------------------------------*
005162* 4700-PRINT-FAMILY-SECTION - THE FAMILY IS THE PARENT     *
005163* NAMED ON THIS CUSTOMER, OR THIS CUSTOMER ITSELF WHEN IT  *
005164* HAS NO PARENT.  THE PARENT IS READ BY KEY AND HELD; THE  *
005165* MASTER IS THEN SCANNED FROM THE TOP FOR ITS CHILDREN,    *
005166* SINCE PARENT-ID IS NOT A KEY.  THE FAMILY BALANCE COUNTS *
005167* ONLY MEMBERS IN THE PARENT'S CURRENCY.                   *
005168*----------------------------------------------------------*
005169 4700-PRINT-FAMILY-SECTION.
005170     IF PARENT-ID = SPACES
005171         MOVE CUSTOMER-ID     TO WS-FAM-HEAD-ID
005172     ELSE
005173         MOVE PARENT-ID       TO WS-FAM-HEAD-ID
005174     END-IF.
005175     MOVE 'N'  TO WS-FAM-HEAD-SW.
005176     MOVE 'N'  TO WS-FAM-PRINTED-SW.
005177     MOVE 'N'  TO WS-FAM-SCAN-EOF.
005178     MOVE ZERO TO WS-FAM-BALANCE.
005179     MOVE ZERO TO WS-FAM-LIMIT.
005180     MOVE ZERO TO WS-FAM-CHILDREN.
005181     MOVE SPACES TO WS-FAM-CURRENCY.
005182     MOVE WS-FAM-HEAD-ID TO CUSTOMER-ID.
005183     READ CUSTOMER-MASTER
005184         INVALID KEY
005185             CONTINUE
005186         NOT INVALID KEY
005187             PERFORM 4710-HOLD-FAMILY-HEAD THRU 4710-EXIT
005188     END-READ.
005189     MOVE LOW-VALUES TO CUSTOMER-ID.
005190     START CUSTOMER-MASTER KEY NOT < CUSTOMER-ID
005191         INVALID KEY MOVE 'Y' TO WS-FAM-SCAN-EOF
005192     END-START.
005193     PERFORM 4750-SCAN-FAMILY-MEMBER THRU 4750-EXIT
005194         UNTIL FAM-SCAN-EOF.
005195     IF WS-FAM-CHILDREN = ZERO
005196         WRITE RPT-RECORD FROM WS-NO-FAMILY-LINE
005197     ELSE
005198         IF FAM-HEAD-FOUND
005199             PERFORM 4790-PRINT-FAMILY-TOTAL THRU 4790-EXIT
005200         END-IF
005201     END-IF.
005202 4700-EXIT.
005203     EXIT.

005204 4710-HOLD-FAMILY-HEAD.
005205     SET FAM-HEAD-FOUND TO TRUE.
005206     MOVE CUSTOMER-RECORD TO WS-HELD-HEAD.
005207     MOVE CURRENCY-CODE   TO WS-FAM-CURRENCY.
005208     IF FAMILY-CREDIT-LIMIT NUMERIC
005209         AND FAMILY-CREDIT-LIMIT > ZERO
005210         MOVE FAMILY-CREDIT-LIMIT TO WS-FAM-LIMIT
005211     ELSE
005212         IF CREDIT-LIMIT NUMERIC
005213             MOVE CREDIT-LIMIT TO WS-FAM-LIMIT
005214         END-IF
005215     END-IF.
005216     IF BALANCE NUMERIC
005217         ADD BALANCE TO WS-FAM-BALANCE
005218     END-IF.
005219 4710-EXIT.
005220     EXIT.

005221 4750-SCAN-FAMILY-MEMBER.
005222     READ CUSTOMER-MASTER NEXT RECORD
005223         AT END
005224             MOVE 'Y' TO WS-FAM-SCAN-EOF
005225         NOT AT END
005226             IF PARENT-ID = WS-FAM-HEAD-ID
005227                 AND CUSTOMER-ID NOT = WS-FAM-HEAD-ID
005228                 PERFORM 4760-PRINT-FAMILY-CHILD THRU 4760-EXIT
005229             END-IF
005230     END-READ.
005231 4750-EXIT.
005232     EXIT.

005233*----------------------------------------------------------*
005234* 4760-PRINT-FAMILY-CHILD - THE FIRST CHILD FOUND BRINGS   *
005235* OUT THE FAMILY HEADING AND THE HELD PARENT LINE.  THE    *
005236* CHILD IN HAND IS SAVED AROUND IT SO THE RECORD AREA CAN  *
005237* BE USED FOR THE PARENT.                                  *
005238*----------------------------------------------------------*
005239 4760-PRINT-FAMILY-CHILD.
005240     ADD 1 TO WS-FAM-CHILDREN.
005241     IF NOT FAM-PRINTED
005242         SET FAM-PRINTED TO TRUE
005243         MOVE WS-FAM-HEAD-ID  TO FH-HEAD-ID
005244         IF FAM-HEAD-FOUND
005245             MOVE SPACES      TO FH-TEXT
005246             WRITE RPT-RECORD FROM WS-FAMILY-HEADER-LINE
005247             MOVE CUSTOMER-RECORD TO WS-HOLD-CHILD
005248             MOVE WS-HELD-HEAD TO CUSTOMER-RECORD
005249             MOVE "PARENT"    TO FM-ROLE
005250             PERFORM 4770-WRITE-MEMBER-LINE THRU 4770-EXIT
005251             MOVE WS-HOLD-CHILD TO CUSTOMER-RECORD
005252         ELSE
005253             MOVE "*** PARENT NOT ON THE MASTER ***" TO FH-TEXT
005254             WRITE RPT-RECORD FROM WS-FAMILY-HEADER-LINE
005255         END-IF
005256     END-IF.
005257     MOVE "CHILD"             TO FM-ROLE.
005258     PERFORM 4770-WRITE-MEMBER-LINE THRU 4770-EXIT.
005259     IF CURRENCY-CODE = WS-FAM-CURRENCY
005260         AND BALANCE NUMERIC
005261         ADD BALANCE TO WS-FAM-BALANCE
005262     END-IF.
005263 4760-EXIT.
005264     EXIT.

005265 4770-WRITE-MEMBER-LINE.
005266     MOVE CUSTOMER-ID         TO FM-CUSTOMER-ID.
005267     MOVE CUSTOMER-NAME       TO FM-CUSTOMER-NAME.
005268     MOVE CURRENCY-CODE       TO FM-CURRENCY-CODE.
005269     IF BALANCE NUMERIC
005270         MOVE BALANCE         TO FM-BALANCE
005271     ELSE
005272         MOVE ZERO            TO FM-BALANCE
005273     END-IF.
005274     IF CREDIT-LIMIT NUMERIC
005275         MOVE CREDIT-LIMIT    TO FM-CREDIT-LIMIT
005276     ELSE
005277         MOVE ZERO            TO FM-CREDIT-LIMIT
005278     END-IF.
005279     IF CUSTOMER-ID = REQ-CUSTOMER-ID
005280         MOVE "<< INQUIRY"    TO FM-MARKER
005281     ELSE
005282         MOVE SPACES          TO FM-MARKER
005283     END-IF.
005284     IF FAM-HEAD-FOUND
005285         AND CURRENCY-CODE NOT = WS-FAM-CURRENCY
005286         MOVE "OTHER CURRENCY" TO FM-CCY-FLAG
005287     ELSE
005288         MOVE SPACES          TO FM-CCY-FLAG
005289     END-IF.
005290     WRITE RPT-RECORD FROM WS-FAMILY-MEMBER-LINE.
005291 4770-EXIT.
005292     EXIT.

005293*----------------------------------------------------------*
005294* 4790-PRINT-FAMILY-TOTAL - FAMILY BALANCE AGAINST THE     *
005295* FAMILY LIMIT, WITH THE HEADROOM LEFT OR THE AMOUNT OVER  *
005296*----------------------------------------------------------*
005297 4790-PRINT-FAMILY-TOTAL.
005298     MOVE WS-FAM-BALANCE      TO FT-BALANCE.
005299     MOVE WS-FAM-LIMIT        TO FT-LIMIT.
005300     COMPUTE WS-FAM-HEADROOM = WS-FAM-LIMIT - WS-FAM-BALANCE.
005301     IF WS-FAM-HEADROOM < ZERO
005302         MOVE "OVER LIMIT BY"  TO FT-LABEL
005303         COMPUTE FT-AMOUNT = WS-FAM-HEADROOM * -1
005304     ELSE
005305         MOVE "FAMILY HEADROOM" TO FT-LABEL
005306         MOVE WS-FAM-HEADROOM  TO FT-AMOUNT
005307     END-IF.
005308     WRITE RPT-RECORD FROM WS-FAMILY-TOTAL-LINE.
005309 4790-EXIT.
005310     EXIT.

005311*----------------------------------------------------------*
005312* 8800-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD)  *
005313* TO A SERIAL DAY NUMBER IN WS-DTN-DAY-NO.  MONTHS ARE      *
005314* SHIFTED SO THE YEAR STARTS IN MARCH, WHICH PUTS THE LEAP  *
005315* DAY LAST AND MAKES EVERY MONTH LENGTH A FIXED PATTERN.    *
005316*----------------------------------------------------------*
005317 8800-DATE-TO-DAY-NUMBER.
005318     ADD WS-DTN-MM, 9, GIVING WS-DTN-M.
005319     DIVIDE WS-DTN-M BY 12
005320         GIVING WS-DTN-Q REMAINDER WS-DTN-M-ADJ.
005321     DIVIDE WS-DTN-M-ADJ BY 10 GIVING WS-DTN-Q.
005322     SUBTRACT WS-DTN-Q FROM WS-DTN-YYYY GIVING WS-DTN-Y.
005323     DIVIDE WS-DTN-Y BY 4   GIVING WS-DTN-Y4.
005324     DIVIDE WS-DTN-Y BY 100 GIVING WS-DTN-Y100.
005325     DIVIDE WS-DTN-Y BY 400 GIVING WS-DTN-Y400.
005330     COMPUTE WS-DTN-M306 = WS-DTN-M-ADJ * 306 + 5.
005340     DIVIDE WS-DTN-M306 BY 10 GIVING WS-DTN-MDAYS.
005350     COMPUTE WS-DTN-DAY-NO = 365 * WS-DTN-Y
