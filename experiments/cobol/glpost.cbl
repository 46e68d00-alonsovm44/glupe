000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GL-POST.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  POSTS ONE BUSINESS      *
000220*                   DAY'S SUBLEDGER ACTIVITY TO THE GENERAL   *
000230*                   LEDGER SO FINANCE NO LONGER KEYS THE      *
000240*                   BILLING AND CASH JOURNALS BY HAND FROM    *
000250*                   INVREG.RPT AND CASHREG.RPT.  THE DAY'S    *
000260*                   INVOICES, CREDIT MEMOS AND ADJUSTMENTS    *
000270*                   ("I", "C" AND "J" ON INVJRNL.DAT) POST AR *
000280*                   AGAINST REVENUE, EARLY-PAYMENT DISCOUNTS  *
000290*                   ("D") POST DISCOUNTS ALLOWED AGAINST AR,  *
000300*                   THE DAY'S APPLIED CASH (APPLIED.DAT)      *
000310*                   POSTS CASH AGAINST AR, AND THE DAY'S NEW  *
000320*                   UNAPPLIED CASH (UNAPPLD.DAT ITEMS ADDED   *
000330*                   THAT DAY) POSTS CASH AGAINST THE          *
000340*                   UNAPPLIED-CASH LIABILITY.  EVERY MOVEMENT *
000350*                   IS A DEBIT AND CREDIT PAIR PER CURRENCY,  *
000360*                   APPENDED TO GLEXTRACT.DAT IN THE EXISTING *
000370*                   EXTRACT FORMAT, USING THE PER-CURRENCY    *
000380*                   ACCOUNTS ON GLACCTS.DAT.  NOTHING IS      *
000390*                   WRITTEN IF ANY CURRENCY'S DEBITS AND      *
000400*                   CREDITS DO NOT NET TO ZERO, IF AN ACCOUNT *
000410*                   IS NOT MAPPED, OR IF THE DAY IS ALREADY   *
000420*                   ON THE POSTED-DAY REGISTER (GLPOSTED.DAT) *
000430*                   - EACH POSTED DAY AND CURRENCY IS LOGGED  *
000440*                   THERE WITH ITS TOTALS SO A DAY CAN NEVER  *
000450*                   BE POSTED TWICE.  THE DAY POSTED IS THE   *
000460*                   RUN DATE UNLESS A GLPOST-DATE CARD ON     *
000470*                   PARMCARD.DAT NAMES ANOTHER.  THE PROOF    *
000480*                   REPORT IS GLPOST.RPT.                     *
000481*  10/15/2026 RWH   THE STEP NOW RUNS UNDER THE NIGHTLY       *
000482*                   RUN-CONTROL FILE (RUNCTL.DAT).  IT IS     *
000483*                   REFUSED WITH RETURN-CODE 8, BEFORE ANY    *
000484*                   FILE IS OPENED, WHEN NO BUSINESS DATE IS  *
000485*                   OPEN, WHEN A STEP AHEAD OF IT HAS NOT     *
000486*                   COMPLETED FOR THE DATE, WHEN IT HAS       *
000487*                   ALREADY COMPLETED FOR THE DATE, OR WHEN A *
000488*                   LATER STEP HAS ALREADY RUN.  THE STEP'S   *
000489*                   STATUS, RETURN CODE AND SOURCE RECORD     *
000490*                   COUNT AND DEBIT TOTAL ARE RECORDED AT THE *
000491*                   END.                                      *
000492*  10/15/2026 RWH   THE DAY POSTED NOW DEFAULTS TO THE OPEN   *
000493*                   BUSINESS DATE ON RUNCTL.DAT, NOT THE      *
000494*                   SYSTEM DATE; A GLPOST-DATE CARD STILL     *
000495*                   OVERRIDES IT.  RETURNED-CHECK REVERSALS   *
000496*                   ("R" ON INVJRNL.DAT) NOW POST DR AR / CR  *
000497*                   CASH ("RC") AND RETURNED-CHECK FEES ("N") *
000498*                   DR AR / CR THE NEW FEE-INCOME ACCOUNT ON  *
000499*                   GLACCTS.DAT ("NF"), WHOSE RECORD GROWS    *
000500*                   FROM 53 TO 63 BYTES.  APPLIED CASH        *
000501*                   FLAGGED AS RELEASED FROM UNAPPLIED CASH   *
000502*                   NOW POSTS DR UNAPPLIED LIABILITY / CR AR  *
000503*                   ("UA") INSTEAD OF DEBITING CASH A SECOND  *
000504*                   TIME, AND THE UNUSED PART OF A RELEASED   *
000505*                   PAYMENT PARKED AGAIN IS NO LONGER POSTED  *
000506*                   AS NEW CASH.                              *
000507*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000508*----------------------------------------------------------*
000509 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD.DAT".
000540     SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCTS.DAT".
000550     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "INVJRNL.DAT".
000560     SELECT OPTIONAL APPLIED-FILE ASSIGN TO "APPLIED.DAT".
000570     SELECT OPTIONAL UNAPPLIED-FILE ASSIGN TO "UNAPPLD.DAT".
000580     SELECT OPTIONAL POSTED-REGISTER ASSIGN TO "GLPOSTED.DAT".
000590     SELECT GL-EXTRACT-FILE  ASSIGN TO "GLEXTRACT.DAT".
000600     SELECT GL-POST-RPT      ASSIGN TO "GLPOST.RPT".
000602     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000604         ORGANIZATION IS INDEXED
000606         ACCESS MODE IS RANDOM
000608         RECORD KEY IS RUN-KEY.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PARM-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 32 CHARACTERS.
000660 01  PARM-RECORD.
000670     05  PRM-KEYWORD             PIC X(20).
000680     05  PRM-VALUE               PIC X(12).
000690     05  PRM-VALUE-INT REDEFINES PRM-VALUE
000700                                 PIC 9(12).

000710*----------------------------------------------------------*
000720* GL-ACCOUNT-FILE - ONE RECORD PER CURRENCY, MAPPING IT TO *
000730* ITS AR CONTROL, REVENUE, CASH, UNAPPLIED-CASH AND        *
000740* DISCOUNTS-ALLOWED ACCOUNTS.                              *
000750*----------------------------------------------------------*
000760 FD  GL-ACCOUNT-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 63 CHARACTERS.
000790     COPY GLACREC.

000800 FD  JOURNAL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY JRNREC.

000830 FD  APPLIED-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY APPLREC.

000860 FD  UNAPPLIED-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY UNAPREC.

000890*----------------------------------------------------------*
000900* POSTED-REGISTER - ONE RECORD PER BUSINESS DAY AND        *
000910* CURRENCY EVER POSTED, WITH THE TOTALS THAT WENT TO THE   *
000920* EXTRACT.  READ AT STARTUP TO REFUSE A SECOND POSTING OF  *
000930* THE SAME DAY, APPENDED WHEN A DAY POSTS.                 *
000940*----------------------------------------------------------*
000950 FD  POSTED-REGISTER
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 46 CHARACTERS.
000980 01  POSTED-REGISTER-RECORD.
000990     05  GP-POST-DATE        PIC 9(08).
001000     05  GP-CURRENCY-CODE    PIC X(03).
001010     05  GP-DEBIT-TOTAL      PIC 9(9)V99.
001020     05  GP-CREDIT-TOTAL     PIC 9(9)V99.
001030     05  GP-ENTRY-COUNT      PIC 9(05).
001040     05  GP-RUN-DATE         PIC 9(08).

001050*----------------------------------------------------------*
001060* GL-EXTRACT-FILE - THE GENERAL LEDGER INTERFACE FILE.     *
001070* THE NIGHTLY BALANCE JOB REBUILDS IT FROM SCRATCH EACH    *
001080* RUN, SO THIS JOB RUNS AFTER IT AND OPENS EXTEND, THE     *
001090* SAME AS FIN-CHARGE AND WRITE-OFF.                        *
001100*----------------------------------------------------------*
001110 FD  GL-EXTRACT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  GL-EXTRACT-RECORD.
001140     05  GLX-REC-TYPE             PIC X(02).
001150     05  GLX-ACCOUNT-CODE         PIC X(10).
001160     05  GLX-PERIOD               PIC 9(06).
001170     05  GLX-AMOUNT               PIC S9(9)V99 SIGN TRAILING.
001180     05  GLX-DR-CR-IND            PIC X(01).
001190     05  FILLER                  PIC X(20) VALUE SPACES.

001200 FD  GL-POST-RPT
001210     LABEL RECORDS ARE OMITTED.
001220 01  RPT-RECORD               PIC X(132).

001221*----------------------------------------------------------*
001222* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
001223* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
001224* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
001225* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
001226* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
001227* TOTALS.                                                  *
001228*----------------------------------------------------------*
001229 FD  RUN-CONTROL-FILE
001230     LABEL RECORDS ARE STANDARD
001231     RECORD CONTAINS 150 CHARACTERS.
001232     COPY RUNCREC.

001236 WORKING-STORAGE SECTION.
001240 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
001250 77  WS-POST-DATE             PIC 9(8)    VALUE ZERO.
001260 77  WS-POST-DATE-SOURCE      PIC X(16)   VALUE "BUSINESS DATE".
001270 77  WS-PARM-EOF              PIC X       VALUE 'N'.
001280     88  PARM-EOF                         VALUE 'Y'.
001290 77  WS-PARM-ERROR-SW         PIC X       VALUE 'N'.
001300     88  PARM-ERROR-SEEN                  VALUE 'Y'.
001310 77  WS-GLMAP-EOF             PIC X       VALUE 'N'.
001320     88  GLMAP-EOF                        VALUE 'Y'.
001330 77  WS-JRN-EOF               PIC X       VALUE 'N'.
001340     88  JRN-EOF                          VALUE 'Y'.
001350 77  WS-APL-EOF               PIC X       VALUE 'N'.
001360     88  APL-EOF                          VALUE 'Y'.
001370 77  WS-UNAP-EOF              PIC X       VALUE 'N'.
001380     88  UNAP-EOF                         VALUE 'Y'.
001390 77  WS-POSTED-EOF            PIC X       VALUE 'N'.
001400     88  POSTED-EOF                       VALUE 'Y'.
001410 77  WS-ALREADY-POSTED-SW     PIC X       VALUE 'N'.
001420     88  DAY-ALREADY-POSTED               VALUE 'Y'.
001430 77  WS-REFUSE-SW             PIC X       VALUE 'N'.
001440     88  POSTING-REFUSED                  VALUE 'Y'.
001450 77  WS-CURR-FOUND-SW         PIC X       VALUE 'N'.
001460     88  CURRENCY-FOUND                   VALUE 'Y'.
001470 77  WS-GLMAP-FOUND-SW        PIC X       VALUE 'N'.
001480     88  GLMAP-FOUND                      VALUE 'Y'.
001490 77  WS-GLMAP-COUNT           PIC 9(5) COMP VALUE ZERO.
001500 77  WS-GLMAP-MAX-ENTRIES     PIC 9(5) COMP VALUE 20.
001510 77  WS-CURRENCY-COUNT        PIC 9(5) COMP VALUE ZERO.
001520 77  WS-CURR-MAX-ENTRIES      PIC 9(5) COMP VALUE 20.
001530 77  WS-CURR-SUB              PIC 9(5) COMP VALUE ZERO.
001540 77  WS-ENTRY-COUNT           PIC 9(5) COMP VALUE ZERO.
001550 77  WS-ENTRY-MAX             PIC 9(5) COMP VALUE 240.
001560 77  WS-ENTRY-IDX             PIC 9(5) COMP VALUE ZERO.
001570 77  WS-JRN-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
001580 77  WS-JRN-USED-COUNT        PIC 9(7) COMP VALUE ZERO.
001590 77  WS-JRN-OTHER-COUNT       PIC 9(7) COMP VALUE ZERO.
001600 77  WS-APL-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
001610 77  WS-APL-USED-COUNT        PIC 9(7) COMP VALUE ZERO.
001615 77  WS-APL-RELEASED-COUNT    PIC 9(7) COMP VALUE ZERO.
001620 77  WS-UNAP-READ-COUNT       PIC 9(7) COMP VALUE ZERO.
001630 77  WS-UNAP-USED-COUNT       PIC 9(7) COMP VALUE ZERO.
001635 77  WS-UNAP-RELEASED-COUNT   PIC 9(7) COMP VALUE ZERO.
001640 77  WS-UNAP-BAD-COUNT        PIC 9(7) COMP VALUE ZERO.
001650 77  WS-OUT-OF-BAL-COUNT      PIC 9(5) COMP VALUE ZERO.
001660 77  WS-UNMAPPED-COUNT        PIC 9(5) COMP VALUE ZERO.
001670 77  WS-LOOKUP-CURRENCY       PIC X(03)   VALUE SPACES.
001680 77  WS-ACTIVITY-AMT          PIC S9(9)V99 VALUE ZERO.
001690 77  WS-PAIR-REC-TYPE         PIC X(02)   VALUE SPACES.
001700 77  WS-PAIR-AMOUNT           PIC S9(9)V99 VALUE ZERO.
001710 77  WS-PAIR-DR-ACCOUNT       PIC X(10)   VALUE SPACES.
001720 77  WS-PAIR-CR-ACCOUNT       PIC X(10)   VALUE SPACES.
001730 77  WS-ENTRY-AMOUNT          PIC 9(9)V99 VALUE ZERO.
001740 77  WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
001750 77  WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
001760 77  WS-REFUSE-REASON         PIC X(40)   VALUE SPACES.
001770 77  WS-PARM-EDIT-DATE        PIC 9(8)    VALUE ZERO.

001780*----------------------------------------------------------*
001790* WS-UNAP-PAYMENT - THE PAYMENT IMAGE CARRIED ON AN        *
001800* UNAPPLIED-CASH RECORD, IN THE PAYMENTS.DAT LAYOUT, SO    *
001810* THE AMOUNT AND CURRENCY CAN BE PICKED OUT.               *
001820*----------------------------------------------------------*
001830 01  WS-UNAP-PAYMENT.
001840     05  UP-CUSTOMER-ID      PIC X(10).
001850     05  UP-DATE             PIC 9(08).
001860     05  UP-AMOUNT           PIC 9(5)V99.
001870     05  UP-CURRENCY-CODE    PIC X(03).
001880     05  UP-INVOICE-NO       PIC X(10).

001890*----------------------------------------------------------*
001900* WS-GLMAP-TABLE - ONE ENTRY PER CURRENCY FROM             *
001910* GLACCTS.DAT.                                             *
001920*----------------------------------------------------------*
001930 01  WS-GLMAP-TABLE.
001940     05  WS-GLMAP-ENTRY OCCURS 20 TIMES
001950                        DEPENDING ON WS-GLMAP-COUNT
001960                        INDEXED BY WS-GLMAP-IDX.
001970         10  WS-GLMAP-CODE       PIC X(03).
001980         10  WS-GLMAP-AR         PIC X(10).
001990         10  WS-GLMAP-REVENUE    PIC X(10).
002000         10  WS-GLMAP-CASH       PIC X(10).
002010         10  WS-GLMAP-UNAPPLIED  PIC X(10).
002020         10  WS-GLMAP-DISCOUNT   PIC X(10).
002025         10  WS-GLMAP-FEE        PIC X(10).

002030*----------------------------------------------------------*
002040* WS-CURRENCY-TABLE - ONE ENTRY PER CURRENCY WITH ACTIVITY *
002050* ON THE DAY BEING POSTED.  EACH ACTIVITY TOTAL IS SIGNED  *
002060* THE WAY IT MOVED THE AR BALANCE (APPLIED, RELEASED AND   *
002070* UNAPPLIED CASH ARE CARRIED AS RECEIVED), AND THE DEBITS  *
002080* AND CREDITS BUILT FROM THEM ARE PROVED AGAINST EACH      *
002090* OTHER BEFORE ANYTHING IS WRITTEN.                        *
002100*----------------------------------------------------------*
002110 01  WS-CURRENCY-TABLE.
002120     05  WS-CURR-ENTRY OCCURS 20 TIMES
002130                       DEPENDING ON WS-CURRENCY-COUNT
002140                       INDEXED BY WS-CURR-IDX.
002150         10  WS-CURR-CODE        PIC X(03).
002160         10  WS-CURR-BILLED      PIC S9(9)V99.
002170         10  WS-CURR-CREDITED    PIC S9(9)V99.
002180         10  WS-CURR-ADJUSTED    PIC S9(9)V99.
002190         10  WS-CURR-DISCOUNTED  PIC S9(9)V99.
002200         10  WS-CURR-CASH-APPLIED PIC S9(9)V99.
002210         10  WS-CURR-UNAPPLIED   PIC S9(9)V99.
002212         10  WS-CURR-UNAP-APPLIED PIC S9(9)V99.
002214         10  WS-CURR-RETURNED    PIC S9(9)V99.
002216         10  WS-CURR-FEES        PIC S9(9)V99.
002220         10  WS-CURR-DEBITS      PIC 9(9)V99.
002230         10  WS-CURR-CREDITS     PIC 9(9)V99.
002240         10  WS-CURR-ENTRIES     PIC 9(5) COMP.
002250         10  WS-CURR-AR-ACCT     PIC X(10).
002260         10  WS-CURR-REV-ACCT    PIC X(10).
002270         10  WS-CURR-CASH-ACCT   PIC X(10).
002280         10  WS-CURR-UNAP-ACCT   PIC X(10).
002290         10  WS-CURR-DISC-ACCT   PIC X(10).
002295         10  WS-CURR-FEE-ACCT    PIC X(10).

002300*----------------------------------------------------------*
002310* WS-ENTRY-TABLE - THE GL ENTRIES BUILT FOR THE DAY, HELD  *
002320* UNTIL EVERY CURRENCY PROVES IN BALANCE.                  *
002330*----------------------------------------------------------*
002340 01  WS-ENTRY-TABLE.
002350     05  WS-GL-ENTRY OCCURS 1 TO 240 TIMES
002360                     DEPENDING ON WS-ENTRY-COUNT.
002370         10  GE-CURRENCY-CODE    PIC X(03).
002380         10  GE-REC-TYPE         PIC X(02).
002390         10  GE-ACCOUNT-CODE     PIC X(10).
002400         10  GE-AMOUNT           PIC 9(9)V99.
002410         10  GE-DR-CR-IND        PIC X(01).

002420 01  WS-RPT-HEADER-LINE.
002430     05  FILLER              PIC X(36) VALUE
002440         "DAILY AR POSTING TO GENERAL LEDGER".
002450     05  FILLER              PIC X(14) VALUE "POSTING DAY".
002460     05  RH-POST-DATE        PIC 9(8).
002470     05  FILLER              PIC X(04) VALUE SPACES.
002480     05  FILLER              PIC X(10) VALUE "RUN DATE".
002490     05  RH-RUN-DATE         PIC 9(8).
002500     05  FILLER              PIC X(52) VALUE SPACES.

002510 01  WS-PARM-HEADER-LINE.
002520     05  FILLER              PIC X(34) VALUE
002530         "RUNTIME PARAMETERS FOR THIS RUN".
002540     05  FILLER              PIC X(98) VALUE SPACES.

002550 01  WS-PARM-AUDIT-LINE.
002560     05  FILLER              PIC X(04) VALUE SPACES.
002570     05  PA-NAME             PIC X(22).
002580     05  PA-VALUE            PIC X(16).
002590     05  PA-SOURCE           PIC X(16).
002600     05  FILLER              PIC X(74) VALUE SPACES.

002610 01  WS-ENTRY-HEADER-LINE.
002620     05  FILLER              PIC X(06) VALUE "CURR".
002630     05  FILLER              PIC X(06) VALUE "TYPE".
002640     05  FILLER              PIC X(12) VALUE "ACCOUNT".
002650     05  FILLER              PIC X(18) VALUE "          DEBIT".
002660     05  FILLER              PIC X(18) VALUE "         CREDIT".
002670     05  FILLER              PIC X(72) VALUE SPACES.

002680 01  WS-ENTRY-LINE.
002690     05  EL-CURRENCY-CODE    PIC X(03).
002700     05  FILLER              PIC X(03) VALUE SPACES.
002710     05  EL-REC-TYPE         PIC X(02).
002720     05  FILLER              PIC X(04) VALUE SPACES.
002730     05  EL-ACCOUNT-CODE     PIC X(10).
002740     05  FILLER              PIC X(02) VALUE SPACES.
002750     05  EL-DEBIT            PIC ZZZ,ZZZ,ZZ9.99.
002760     05  FILLER              PIC X(04) VALUE SPACES.
002770     05  EL-CREDIT           PIC ZZZ,ZZZ,ZZ9.99.
002780     05  FILLER              PIC X(76) VALUE SPACES.

002790 01  WS-CURRENCY-LINE.
002800     05  CL-CURRENCY-CODE    PIC X(03).
002810     05  FILLER              PIC X(03) VALUE SPACES.
002820     05  FILLER              PIC X(16) VALUE "TOTAL".
002830     05  CL-DEBITS           PIC ZZZ,ZZZ,ZZ9.99.
002840     05  FILLER              PIC X(04) VALUE SPACES.
002850     05  CL-CREDITS          PIC ZZZ,ZZZ,ZZ9.99.
002860     05  FILLER              PIC X(04) VALUE SPACES.
002870     05  CL-STATUS           PIC X(40).
002880     05  FILLER              PIC X(34) VALUE SPACES.

002890 01  WS-STATUS-LINE.
002900     05  FILLER              PIC X(04) VALUE SPACES.
002910     05  SL-STATUS           PIC X(20).
002920     05  SL-REASON           PIC X(40).
002930     05  FILLER              PIC X(68) VALUE SPACES.

002940 01  WS-SUMMARY-LINE.
002950     05  FILLER              PIC X(04) VALUE SPACES.
002960     05  SM-LABEL            PIC X(34).
002970     05  SM-COUNT            PIC ZZZ,ZZ9.
002980     05  FILLER              PIC X(87) VALUE SPACES.

002981*----------------------------------------------------------*
002982* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
002983* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
002984* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
002985*----------------------------------------------------------*
002986     COPY RUNSTEPS.
002987 77  WS-RUN-STEP-NAME         PIC X(16)
002988                                 VALUE "GL-POST".
002989 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
002990 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
002991 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
002992 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
002993 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
002994 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
002995 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
002996     88  RUN-RECORD-FOUND                 VALUE 'Y'.
002997 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
002998     88  STEP-REFUSED                     VALUE 'Y'.
002999 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
003000 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
003001 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
003002 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
003003 01  WS-RUN-REASON.
003004     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
003005     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

003006 PROCEDURE DIVISION.

003007 0000-MAINLINE.
003008     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
003009     IF NOT STEP-REFUSED
003010         PERFORM 1000-INITIALIZE THRU 1000-EXIT
003020         PERFORM 2000-GATHER-JOURNAL THRU 2000-EXIT
003030         PERFORM 2200-GATHER-APPLIED THRU 2200-EXIT
003040         PERFORM 2400-GATHER-UNAPPLIED THRU 2400-EXIT
003050         PERFORM 3000-BUILD-ENTRIES THRU 3000-EXIT
003060         PERFORM 5000-PROVE-BALANCE THRU 5000-EXIT
003070         IF NOT POSTING-REFUSED
003080             AND WS-ENTRY-COUNT > ZERO
003090             PERFORM 6000-POST-ENTRIES THRU 6000-EXIT
003100         END-IF
003110         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
003120         PERFORM 9000-TERMINATE THRU 9000-EXIT
003123         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
003126     END-IF.
003130     STOP RUN.

003140*----------------------------------------------------------*
003150* 1000-INITIALIZE - PICK UP THE POSTING DAY (THE OPEN      *
003155* BUSINESS DATE UNLESS A GLPOST-DATE CARD OVERRIDES IT),   *
003158* THE ACCOUNT MAP AND THE POSTED-DAY REGISTER, AND OPEN    *
003160* THE REPORT.  A DAY ALREADY ON THE REGISTER IS STILL      *
003170* GATHERED AND PRINTED SO THE OPERATOR CAN SEE WHAT WAS    *
003180* REFUSED.                                                 *
003190*----------------------------------------------------------*
003200 1000-INITIALIZE.
003210     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
003220     MOVE WS-RUN-BUSINESS-DATE TO WS-POST-DATE.
003230     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
003240     PERFORM 1600-LOAD-GL-ACCOUNT-MAP THRU 1600-EXIT.
003250     PERFORM 1700-CHECK-POSTED-REGISTER THRU 1700-EXIT.
003260     OPEN OUTPUT GL-POST-RPT.
003270     MOVE WS-POST-DATE   TO RH-POST-DATE.
003280     MOVE WS-SYSTEM-DATE TO RH-RUN-DATE.
003290     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
003300     PERFORM 1070-WRITE-PARM-AUDIT THRU 1070-EXIT.
003310 1000-EXIT.
003320     EXIT.

003330 1050-READ-PARM-CARDS.
003340     OPEN INPUT PARM-FILE.
003350     PERFORM 1060-APPLY-PARM-CARD THRU 1060-EXIT
003360         UNTIL PARM-EOF.
003370     CLOSE PARM-FILE.
003380     IF PARM-ERROR-SEEN
003390         MOVE 4 TO RETURN-CODE
003400     END-IF.
003410 1050-EXIT.
003420     EXIT.

003430 1060-APPLY-PARM-CARD.
003440     READ PARM-FILE
003450         AT END
003460             MOVE 'Y' TO WS-PARM-EOF
003470         NOT AT END
003480             EVALUATE PRM-KEYWORD
003490                 WHEN "GLPOST-DATE"
003500                     PERFORM 1061-APPLY-POST-DATE THRU 1061-EXIT
003510                 WHEN OTHER
003520                     CONTINUE
003530             END-EVALUATE
003540     END-READ.
003550 1060-EXIT.
003560     EXIT.

003570*    A GLPOST-DATE CARD POSTS A DAY OTHER THAN THE BUSINESS
003580*    DATE - A MISSED NIGHT BEING CAUGHT UP BY HAND.
003590 1061-APPLY-POST-DATE.
003600     IF PRM-VALUE-INT NUMERIC
003610         AND PRM-VALUE-INT NOT < 19000101
003620         AND PRM-VALUE-INT NOT > 29991231
003630         MOVE PRM-VALUE-INT TO WS-POST-DATE
003640         MOVE "PARM CARD" TO WS-POST-DATE-SOURCE
003650     ELSE
003660         MOVE "INVALID-DEFAULT" TO WS-POST-DATE-SOURCE
003670         SET PARM-ERROR-SEEN TO TRUE
003680         DISPLAY "INVALID GLPOST-DATE CARD: " PRM-VALUE
003690     END-IF.
003700 1061-EXIT.
003710     EXIT.

003720 1070-WRITE-PARM-AUDIT.
003730     WRITE RPT-RECORD FROM WS-PARM-HEADER-LINE.
003740     MOVE SPACES              TO WS-PARM-AUDIT-LINE.
003750     MOVE "GLPOST-DATE"       TO PA-NAME.
003760     MOVE WS-POST-DATE        TO WS-PARM-EDIT-DATE.
003770     MOVE WS-PARM-EDIT-DATE   TO PA-VALUE.
003780     MOVE WS-POST-DATE-SOURCE TO PA-SOURCE.
003790     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
003800 1070-EXIT.
003810     EXIT.

003820*----------------------------------------------------------*
003830* 1600-LOAD-GL-ACCOUNT-MAP - READ GLACCTS.DAT INTO THE     *
003840* PER-CURRENCY ACCOUNT TABLE                               *
003850*----------------------------------------------------------*
003860 1600-LOAD-GL-ACCOUNT-MAP.
003870     OPEN INPUT GL-ACCOUNT-FILE.
003880     PERFORM 1650-LOAD-ONE-GL-ACCOUNT THRU 1650-EXIT
003890         UNTIL GLMAP-EOF.
003900     CLOSE GL-ACCOUNT-FILE.
003910 1600-EXIT.
003920     EXIT.

003930 1650-LOAD-ONE-GL-ACCOUNT.
003940     READ GL-ACCOUNT-FILE
003950         AT END
003960             MOVE 'Y' TO WS-GLMAP-EOF
003970         NOT AT END
003980             IF WS-GLMAP-COUNT < WS-GLMAP-MAX-ENTRIES
003990                 ADD 1 TO WS-GLMAP-COUNT
004000                 MOVE GA-CURRENCY-CODE
004010                     TO WS-GLMAP-CODE (WS-GLMAP-COUNT)
004020                 MOVE GA-ACCOUNT-CODE
004030                     TO WS-GLMAP-AR (WS-GLMAP-COUNT)
004040                 MOVE GA-REVENUE-ACCOUNT
004050                     TO WS-GLMAP-REVENUE (WS-GLMAP-COUNT)
004060                 MOVE GA-CASH-ACCOUNT
004070                     TO WS-GLMAP-CASH (WS-GLMAP-COUNT)
004080                 MOVE GA-UNAPPLIED-ACCOUNT
004090                     TO WS-GLMAP-UNAPPLIED (WS-GLMAP-COUNT)
004100                 MOVE GA-DISCOUNT-ACCOUNT
004110                     TO WS-GLMAP-DISCOUNT (WS-GLMAP-COUNT)
004112                 MOVE GA-FEE-ACCOUNT
004114                     TO WS-GLMAP-FEE (WS-GLMAP-COUNT)
004120             ELSE
004130                 DISPLAY "GL ACCOUNT MAP FULL - "
004140                     GA-CURRENCY-CODE " NOT LOADED"
004150             END-IF
004160     END-READ.
004170 1650-EXIT.
004180     EXIT.

004190*----------------------------------------------------------*
004200* 1700-CHECK-POSTED-REGISTER - A DAY ALREADY ON THE        *
004210* POSTED-DAY REGISTER IS NEVER POSTED AGAIN                *
004220*----------------------------------------------------------*
004230 1700-CHECK-POSTED-REGISTER.
004240     OPEN INPUT POSTED-REGISTER.
004250     PERFORM 1750-CHECK-ONE-POSTED-DAY THRU 1750-EXIT
004260         UNTIL POSTED-EOF.
004270     CLOSE POSTED-REGISTER.
004280     IF DAY-ALREADY-POSTED
004290         SET POSTING-REFUSED TO TRUE
004300         MOVE "DAY ALREADY POSTED - SEE GLPOSTED.DAT"
004310             TO WS-REFUSE-REASON
004320         DISPLAY "*** " WS-POST-DATE
004330             " IS ALREADY ON GLPOSTED.DAT - NOT POSTED AGAIN ***"
004340     END-IF.
004350 1700-EXIT.
004360     EXIT.

004370 1750-CHECK-ONE-POSTED-DAY.
004380     READ POSTED-REGISTER
004390         AT END
004400             MOVE 'Y' TO WS-POSTED-EOF
004410         NOT AT END
004420             IF GP-POST-DATE = WS-POST-DATE
004430                 SET DAY-ALREADY-POSTED TO TRUE
004440             END-IF
004450     END-READ.
004460 1750-EXIT.
004470     EXIT.

004480*----------------------------------------------------------*
004490* 2000-GATHER-JOURNAL - TOTAL THE POSTING DAY'S INVOICES,  *
004500* CREDIT MEMOS, ADJUSTMENTS, DISCOUNTS, RETURNED-CHECK     *
004505* REVERSALS AND RETURNED-CHECK FEES BY CURRENCY.           *
004510* OTHER ACTIONS ARE COUNTED AND LEFT ALONE - FINANCE       *
004520* CHARGES ALREADY REACH THE LEDGER FROM FIN-CHARGE.        *
004530*----------------------------------------------------------*
004540 2000-GATHER-JOURNAL.
004550     OPEN INPUT JOURNAL-FILE.
004560     PERFORM 2050-GATHER-ONE-JOURNAL THRU 2050-EXIT
004570         UNTIL JRN-EOF.
004580     CLOSE JOURNAL-FILE.
004590 2000-EXIT.
004600     EXIT.

004610 2050-GATHER-ONE-JOURNAL.
004620     READ JOURNAL-FILE
004630         AT END
004640             MOVE 'Y' TO WS-JRN-EOF
004650         NOT AT END
004660             ADD 1 TO WS-JRN-READ-COUNT
004670             IF JRN-RUN-DATE = WS-POST-DATE
004680                 PERFORM 2060-APPLY-JOURNAL-RECORD THRU 2060-EXIT
004690             END-IF
004700     END-READ.
004710 2050-EXIT.
004720     EXIT.

004730 2060-APPLY-JOURNAL-RECORD.
004740     IF (JRN-ACTION-CODE = "I" OR "C" OR "J" OR "D" OR "R" OR "N")
004750         AND JRN-SIGNED-AMOUNT NUMERIC
004760         MOVE JRN-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
004770         PERFORM 2800-FIND-CURRENCY THRU 2800-EXIT
004780         IF CURRENCY-FOUND
004790             ADD 1 TO WS-JRN-USED-COUNT
004800             EVALUATE JRN-ACTION-CODE
004810                 WHEN "I"
004820                     ADD JRN-SIGNED-AMOUNT
004830                         TO WS-CURR-BILLED (WS-CURR-IDX)
004840                 WHEN "C"
004850                     ADD JRN-SIGNED-AMOUNT
004860                         TO WS-CURR-CREDITED (WS-CURR-IDX)
004870                 WHEN "J"
004880                     ADD JRN-SIGNED-AMOUNT
004890                         TO WS-CURR-ADJUSTED (WS-CURR-IDX)
004900                 WHEN "D"
004910                     ADD JRN-SIGNED-AMOUNT
004920                         TO WS-CURR-DISCOUNTED (WS-CURR-IDX)
004922                 WHEN "R"
004924                     ADD JRN-SIGNED-AMOUNT
004926                         TO WS-CURR-RETURNED (WS-CURR-IDX)
004928                 WHEN "N"
004929                     ADD JRN-SIGNED-AMOUNT
004930                         TO WS-CURR-FEES (WS-CURR-IDX)
004931             END-EVALUATE
004940         END-IF
004950     ELSE
004960         ADD 1 TO WS-JRN-OTHER-COUNT
004970     END-IF.
004980 2060-EXIT.
004990     EXIT.

005000*----------------------------------------------------------*
005010* 2200-GATHER-APPLIED - TOTAL THE CASH CASH-APPLY APPLIED  *
005020* ON THE POSTING DAY BY CURRENCY.  CASH RELEASED FROM      *
005022* UNAPPLIED CASH WAS BANKED WHEN IT WAS FIRST PARKED, SO   *
005024* IT IS TOTALLED APART AND RELIEVES THE UNAPPLIED          *
005026* LIABILITY, NOT CASH.                                     *
005030*----------------------------------------------------------*
005040 2200-GATHER-APPLIED.
005050     OPEN INPUT APPLIED-FILE.
005060     PERFORM 2250-GATHER-ONE-APPLIED THRU 2250-EXIT
005070         UNTIL APL-EOF.
005080     CLOSE APPLIED-FILE.
005090 2200-EXIT.
005100     EXIT.

005110 2250-GATHER-ONE-APPLIED.
005120     READ APPLIED-FILE
005130         AT END
005140             MOVE 'Y' TO WS-APL-EOF
005150         NOT AT END
005160             ADD 1 TO WS-APL-READ-COUNT
005170             IF APL-APPLY-DATE = WS-POST-DATE
005180                 AND APL-APPLIED-AMOUNT NUMERIC
005190                 MOVE APL-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
005200                 PERFORM 2800-FIND-CURRENCY THRU 2800-EXIT
005210                 IF CURRENCY-FOUND
005220                     ADD 1 TO WS-APL-USED-COUNT
005225                     IF APL-RELEASED-PAYMENT
005227                         ADD 1 TO WS-APL-RELEASED-COUNT
005228                         ADD APL-APPLIED-AMOUNT
005229                           TO WS-CURR-UNAP-APPLIED (WS-CURR-IDX)
005230                     ELSE
005232                         ADD APL-APPLIED-AMOUNT
005240                         TO WS-CURR-CASH-APPLIED (WS-CURR-IDX)
005245                     END-IF
005250                 END-IF
005260             END-IF
005270     END-READ.
005280 2250-EXIT.
005290     EXIT.

005300*----------------------------------------------------------*
005310* 2400-GATHER-UNAPPLIED - TOTAL THE UNAPPLIED CASH ADDED   *
005320* ON THE POSTING DAY BY CURRENCY.  ITEMS CARRIED FORWARD   *
005330* FROM EARLIER DAYS KEEP THEIR ORIGINAL DATE-ADDED AND     *
005340* WERE POSTED ON THAT DAY.  AN ITEM WHOSE PAYMENT AMOUNT   *
005350* IS NOT NUMERIC CANNOT BE POSTED AND IS COUNTED FOR CASH  *
005360* TO FIX.  THE UNUSED PART OF A RELEASED PAYMENT PARKED    *
005362* AGAIN IS STILL THE SAME LIABILITY AND IS ONLY COUNTED.   *
005370*----------------------------------------------------------*
005380 2400-GATHER-UNAPPLIED.
005390     OPEN INPUT UNAPPLIED-FILE.
005400     PERFORM 2450-GATHER-ONE-UNAPPLIED THRU 2450-EXIT
005410         UNTIL UNAP-EOF.
005420     CLOSE UNAPPLIED-FILE.
005430     IF WS-UNAP-BAD-COUNT > ZERO
005440         DISPLAY "UNAPPLIED ITEMS NOT POSTABLE (AMOUNT NOT "
005450             "NUMERIC): " WS-UNAP-BAD-COUNT
005460         IF RETURN-CODE < 4
005470             MOVE 4 TO RETURN-CODE
005480         END-IF
005490     END-IF.
005500 2400-EXIT.
005510     EXIT.

005520 2450-GATHER-ONE-UNAPPLIED.
005530     READ UNAPPLIED-FILE
005540         AT END
005550             MOVE 'Y' TO WS-UNAP-EOF
005560         NOT AT END
005570             ADD 1 TO WS-UNAP-READ-COUNT
005580             IF UNAP-DATE-ADDED = WS-POST-DATE
005585                 IF UNAP-RELEASED-PAYMENT
005587                     ADD 1 TO WS-UNAP-RELEASED-COUNT
005589                 ELSE
005590                 MOVE UNAP-PAYMENT-IMAGE TO WS-UNAP-PAYMENT
005600                 PERFORM 2460-APPLY-UNAPPLIED THRU 2460-EXIT
005605                 END-IF
005610             END-IF
005620     END-READ.
005630 2450-EXIT.
005640     EXIT.

005650 2460-APPLY-UNAPPLIED.
005660     IF UP-AMOUNT NUMERIC
005670         MOVE UP-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
005680         PERFORM 2800-FIND-CURRENCY THRU 2800-EXIT
005690         IF CURRENCY-FOUND
005700             ADD 1 TO WS-UNAP-USED-COUNT
005710             ADD UP-AMOUNT TO WS-CURR-UNAPPLIED (WS-CURR-IDX)
005720         END-IF
005730     ELSE
005740         ADD 1 TO WS-UNAP-BAD-COUNT
005750     END-IF.
005760 2460-EXIT.
005770     EXIT.

005780*----------------------------------------------------------*
005790* 2800-FIND-CURRENCY - FIND WS-LOOKUP-CURRENCY IN THE      *
005800* CURRENCY TABLE, ADDING IT IF NEW.  A FULL TABLE REFUSES  *
005810* THE WHOLE POSTING - A DAY IS POSTED COMPLETE OR NOT AT   *
005820* ALL.                                                     *
005830*----------------------------------------------------------*
005840 2800-FIND-CURRENCY.
005850     MOVE 'N' TO WS-CURR-FOUND-SW.
005860     IF WS-CURRENCY-COUNT > 0
005870         SET WS-CURR-IDX TO 1
005880         SEARCH WS-CURR-ENTRY
005890             AT END
005900                 CONTINUE
005910             WHEN WS-CURR-CODE (WS-CURR-IDX) = WS-LOOKUP-CURRENCY
005920                 SET CURRENCY-FOUND TO TRUE
005930         END-SEARCH
005940     END-IF.
005950     IF NOT CURRENCY-FOUND
005960         IF WS-CURRENCY-COUNT < WS-CURR-MAX-ENTRIES
005970             ADD 1 TO WS-CURRENCY-COUNT
005980             SET WS-CURR-IDX TO WS-CURRENCY-COUNT
005990             MOVE WS-LOOKUP-CURRENCY TO WS-CURR-CODE (WS-CURR-IDX)
006000             MOVE ZERO TO WS-CURR-BILLED (WS-CURR-IDX)
006010             MOVE ZERO TO WS-CURR-CREDITED (WS-CURR-IDX)
006020             MOVE ZERO TO WS-CURR-ADJUSTED (WS-CURR-IDX)
006030             MOVE ZERO TO WS-CURR-DISCOUNTED (WS-CURR-IDX)
006040             MOVE ZERO TO WS-CURR-CASH-APPLIED (WS-CURR-IDX)
006050             MOVE ZERO TO WS-CURR-UNAPPLIED (WS-CURR-IDX)
006052             MOVE ZERO TO WS-CURR-UNAP-APPLIED (WS-CURR-IDX)
006054             MOVE ZERO TO WS-CURR-RETURNED (WS-CURR-IDX)
006056             MOVE ZERO TO WS-CURR-FEES (WS-CURR-IDX)
006060             MOVE ZERO TO WS-CURR-DEBITS (WS-CURR-IDX)
006070             MOVE ZERO TO WS-CURR-CREDITS (WS-CURR-IDX)
006080             MOVE ZERO TO WS-CURR-ENTRIES (WS-CURR-IDX)
006090             SET CURRENCY-FOUND TO TRUE
006100         ELSE
006110             IF NOT POSTING-REFUSED
006120                 DISPLAY "*** CURRENCY TABLE FULL AT "
006130                     WS-LOOKUP-CURRENCY " - DAY NOT POSTED ***"
006140                 MOVE "CURRENCY TABLE FULL"
006150                     TO WS-REFUSE-REASON
006160             END-IF
006170             SET POSTING-REFUSED TO TRUE
006180             MOVE 16 TO RETURN-CODE
006190         END-IF
006200     END-IF.
006210 2800-EXIT.
006220     EXIT.

006230*----------------------------------------------------------*
006240* 3000-BUILD-ENTRIES - TURN EACH CURRENCY'S ACTIVITY       *
006250* TOTALS INTO DEBIT AND CREDIT PAIRS AGAINST ITS MAPPED    *
006260* ACCOUNTS                                                 *
006270*----------------------------------------------------------*
006280 3000-BUILD-ENTRIES.
006290     PERFORM 3100-BUILD-CURRENCY-ENTRIES THRU 3100-EXIT
006300         VARYING WS-CURR-SUB FROM 1 BY 1
006310         UNTIL WS-CURR-SUB > WS-CURRENCY-COUNT.
006320 3000-EXIT.
006330     EXIT.

006340*----------------------------------------------------------*
006350* 3100-BUILD-CURRENCY-ENTRIES - A POSITIVE AMOUNT DEBITS   *
006360* THE FIRST ACCOUNT AND CREDITS THE SECOND; A NEGATIVE ONE *
006370* REVERSES THEM.  SO A DAY OF INVOICES DEBITS AR AND       *
006380* CREDITS REVENUE, A CREDIT MEMO DEBITS REVENUE AND        *
006390* CREDITS AR, A DISCOUNT DEBITS DISCOUNTS ALLOWED AND      *
006400* CREDITS AR, APPLIED CASH DEBITS CASH AND CREDITS AR, AND *
006410* UNAPPLIED CASH DEBITS CASH AND CREDITS THE UNAPPLIED     *
006420* LIABILITY.  A RETURNED CHECK DEBITS AR AND CREDITS CASH, *
006422* ITS FEE DEBITS AR AND CREDITS FEE INCOME, AND RELEASED   *
006424* CASH APPLIED DEBITS THE UNAPPLIED LIABILITY AND CREDITS  *
006426* AR.                                                      *
006430*----------------------------------------------------------*
006440 3100-BUILD-CURRENCY-ENTRIES.
006450     SET WS-CURR-IDX TO WS-CURR-SUB.
006460     PERFORM 3200-FIND-CURRENCY-ACCOUNTS THRU 3200-EXIT.
006470     MOVE "BI" TO WS-PAIR-REC-TYPE.
006480     MOVE WS-CURR-BILLED (WS-CURR-IDX) TO WS-PAIR-AMOUNT.
006490     MOVE WS-CURR-AR-ACCT (WS-CURR-IDX) TO WS-PAIR-DR-ACCOUNT.
006500     MOVE WS-CURR-REV-ACCT (WS-CURR-IDX) TO WS-PAIR-CR-ACCOUNT.
006510     PERFORM 3500-BUILD-PAIR THRU 3500-EXIT.
006520     MOVE "CM" TO WS-PAIR-REC-TYPE.
006530     MOVE WS-CURR-CREDITED (WS-CURR-IDX) TO WS-PAIR-AMOUNT.
006540     PERFORM 3500-BUILD-PAIR THRU 3500-EXIT.
006550     MOVE "AJ" TO WS-PAIR-REC-TYPE.
006560     MOVE WS-CURR-ADJUSTED (WS-CURR-IDX) TO WS-PAIR-AMOUNT.
006570     PERFORM 3500-BUILD-PAIR THRU 3500-EXIT.
006580     MOVE "DS" TO WS-PAIR-REC-TYPE.
006590     MOVE WS-CURR-DISCOUNTED (WS-CURR-IDX) TO WS-PAIR-AMOUNT.
006600     MOVE WS-CURR-DISC-ACCT (WS-CURR-IDX) TO WS-PAIR-CR-ACCOUNT.
006610     PERFORM 3500-BUILD-PAIR THRU 3500-EXIT.
006620     MOVE "CA" TO WS-PAIR-REC-TYPE.
006630     MOVE WS-CURR-CASH-APPLIED (WS-CURR-IDX) TO WS-PAIR-AMOUNT.
006640     MOVE WS-CURR-CASH-ACCT (WS-CURR-IDX) TO WS-PAIR-DR-ACCOUNT.
006650     MOVE WS-CURR-AR-ACCT (WS-CURR-IDX) TO WS-PAIR-CR-ACCOUNT.
006660     PERFORM 3500-BUILD-PAIR THRU 3500-EXIT.
006670     MOVE "UC" TO WS-PAIR-REC-TYPE.
006680     MOVE WS-CURR-UNAPPLIED (WS-CURR-IDX) TO WS-PAIR-AMOUNT.
006690     MOVE WS-CURR-UNAP-ACCT (WS-CURR-IDX) TO WS-PAIR-CR-ACCOUNT.
006700     PERFORM 3500-BUILD-PAIR THRU 3500-EXIT.
006701     MOVE "UA" TO WS-PAIR-REC-TYPE.
006702     MOVE WS-CURR-UNAP-APPLIED (WS-CURR-IDX) TO WS-PAIR-AMOUNT.
006703     MOVE WS-CURR-UNAP-ACCT (WS-CURR-IDX) TO WS-PAIR-DR-ACCOUNT.
006704     MOVE WS-CURR-AR-ACCT (WS-CURR-IDX) TO WS-PAIR-CR-ACCOUNT.
006705     PERFORM 3500-BUILD-PAIR THRU 3500-EXIT.
006706     MOVE "RC" TO WS-PAIR-REC-TYPE.
006707     MOVE WS-CURR-RETURNED (WS-CURR-IDX) TO WS-PAIR-AMOUNT.
006708     MOVE WS-CURR-AR-ACCT (WS-CURR-IDX) TO WS-PAIR-DR-ACCOUNT.
006709     MOVE WS-CURR-CASH-ACCT (WS-CURR-IDX) TO WS-PAIR-CR-ACCOUNT.
006710     PERFORM 3500-BUILD-PAIR THRU 3500-EXIT.
006711     MOVE "NF" TO WS-PAIR-REC-TYPE.
006712     MOVE WS-CURR-FEES (WS-CURR-IDX) TO WS-PAIR-AMOUNT.
006713     MOVE WS-CURR-FEE-ACCT (WS-CURR-IDX) TO WS-PAIR-CR-ACCOUNT.
006714     PERFORM 3500-BUILD-PAIR THRU 3500-EXIT.
006715 3100-EXIT.
006720     EXIT.

006730*----------------------------------------------------------*
006740* 3200-FIND-CURRENCY-ACCOUNTS - PICK UP THE CURRENCY'S     *
006750* ACCOUNTS FROM THE MAP.  A CURRENCY OR ACCOUNT THAT IS    *
006760* NOT MAPPED REFUSES THE POSTING - THERE IS NO SAFE        *
006770* DEFAULT ACCOUNT TO DROP REVENUE OR CASH INTO.            *
006780*----------------------------------------------------------*
006790 3200-FIND-CURRENCY-ACCOUNTS.
006800     MOVE SPACES TO WS-CURR-AR-ACCT (WS-CURR-IDX).
006810     MOVE SPACES TO WS-CURR-REV-ACCT (WS-CURR-IDX).
006820     MOVE SPACES TO WS-CURR-CASH-ACCT (WS-CURR-IDX).
006830     MOVE SPACES TO WS-CURR-UNAP-ACCT (WS-CURR-IDX).
006840     MOVE SPACES TO WS-CURR-DISC-ACCT (WS-CURR-IDX).
006845     MOVE SPACES TO WS-CURR-FEE-ACCT (WS-CURR-IDX).
006850     MOVE 'N' TO WS-GLMAP-FOUND-SW.
006860     IF WS-GLMAP-COUNT > 0
006870         SET WS-GLMAP-IDX TO 1
006880         SEARCH WS-GLMAP-ENTRY
006890             AT END
006900                 CONTINUE
006910             WHEN WS-GLMAP-CODE (WS-GLMAP-IDX)
006920                     = WS-CURR-CODE (WS-CURR-IDX)
006930                 SET GLMAP-FOUND TO TRUE
006940                 MOVE WS-GLMAP-AR (WS-GLMAP-IDX)
006950                     TO WS-CURR-AR-ACCT (WS-CURR-IDX)
006960                 MOVE WS-GLMAP-REVENUE (WS-GLMAP-IDX)
006970                     TO WS-CURR-REV-ACCT (WS-CURR-IDX)
006980                 MOVE WS-GLMAP-CASH (WS-GLMAP-IDX)
006990                     TO WS-CURR-CASH-ACCT (WS-CURR-IDX)
007000                 MOVE WS-GLMAP-UNAPPLIED (WS-GLMAP-IDX)
007010                     TO WS-CURR-UNAP-ACCT (WS-CURR-IDX)
007020                 MOVE WS-GLMAP-DISCOUNT (WS-GLMAP-IDX)
007030                     TO WS-CURR-DISC-ACCT (WS-CURR-IDX)
007032                 MOVE WS-GLMAP-FEE (WS-GLMAP-IDX)
007034                     TO WS-CURR-FEE-ACCT (WS-CURR-IDX)
007040         END-SEARCH
007050     END-IF.
007060     IF NOT GLMAP-FOUND
007070         DISPLAY "*** NO GL ACCOUNTS MAPPED FOR "
007080             WS-CURR-CODE (WS-CURR-IDX) " ***"
007090     END-IF.
007100 3200-EXIT.
007110     EXIT.

007120*----------------------------------------------------------*
007130* 3500-BUILD-PAIR - ADD ONE DEBIT AND ONE CREDIT ENTRY FOR *
007140* A NON-ZERO ACTIVITY TOTAL.  A BLANK ACCOUNT ON EITHER    *
007150* SIDE REFUSES THE POSTING.                                *
007160*----------------------------------------------------------*
007170 3500-BUILD-PAIR.
007180     IF WS-PAIR-AMOUNT NOT = ZERO
007190         IF WS-PAIR-DR-ACCOUNT = SPACES
007200             OR WS-PAIR-CR-ACCOUNT = SPACES
007210             ADD 1 TO WS-UNMAPPED-COUNT
007220             IF NOT POSTING-REFUSED
007230                 MOVE "GL ACCOUNT NOT MAPPED ON GLACCTS.DAT"
007240                     TO WS-REFUSE-REASON
007250             END-IF
007260             SET POSTING-REFUSED TO TRUE
007270             DISPLAY "*** " WS-CURR-CODE (WS-CURR-IDX) " "
007280                 WS-PAIR-REC-TYPE
007290                 " ENTRY HAS NO MAPPED ACCOUNT ***"
007300         END-IF
007310         IF WS-PAIR-AMOUNT > ZERO
007320             MOVE WS-PAIR-AMOUNT TO WS-ENTRY-AMOUNT
007330             PERFORM 3600-ADD-DEBIT-ENTRY THRU 3600-EXIT
007340             PERFORM 3700-ADD-CREDIT-ENTRY THRU 3700-EXIT
007350         ELSE
007360             COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-PAIR-AMOUNT
007370             PERFORM 3650-ADD-REVERSED-DEBIT THRU 3650-EXIT
007380             PERFORM 3750-ADD-REVERSED-CREDIT THRU 3750-EXIT
007390         END-IF
007400     END-IF.
007410 3500-EXIT.
007420     EXIT.

007430 3600-ADD-DEBIT-ENTRY.
007440     PERFORM 3800-ADD-ENTRY THRU 3800-EXIT.
007450     IF WS-ENTRY-IDX > ZERO
007460         MOVE WS-PAIR-DR-ACCOUNT TO GE-ACCOUNT-CODE (WS-ENTRY-IDX)
007470         MOVE "D" TO GE-DR-CR-IND (WS-ENTRY-IDX)
007480         ADD WS-ENTRY-AMOUNT TO WS-CURR-DEBITS (WS-CURR-IDX)
007490     END-IF.
007500 3600-EXIT.
007510     EXIT.

007520 3650-ADD-REVERSED-DEBIT.
007530     PERFORM 3800-ADD-ENTRY THRU 3800-EXIT.
007540     IF WS-ENTRY-IDX > ZERO
007550         MOVE WS-PAIR-CR-ACCOUNT TO GE-ACCOUNT-CODE (WS-ENTRY-IDX)
007560         MOVE "D" TO GE-DR-CR-IND (WS-ENTRY-IDX)
007570         ADD WS-ENTRY-AMOUNT TO WS-CURR-DEBITS (WS-CURR-IDX)
007580     END-IF.
007590 3650-EXIT.
007600     EXIT.

007610 3700-ADD-CREDIT-ENTRY.
007620     PERFORM 3800-ADD-ENTRY THRU 3800-EXIT.
007630     IF WS-ENTRY-IDX > ZERO
007640         MOVE WS-PAIR-CR-ACCOUNT TO GE-ACCOUNT-CODE (WS-ENTRY-IDX)
007650         MOVE "C" TO GE-DR-CR-IND (WS-ENTRY-IDX)
007660         ADD WS-ENTRY-AMOUNT TO WS-CURR-CREDITS (WS-CURR-IDX)
007670     END-IF.
007680 3700-EXIT.
007690     EXIT.

007700 3750-ADD-REVERSED-CREDIT.
007710     PERFORM 3800-ADD-ENTRY THRU 3800-EXIT.
007720     IF WS-ENTRY-IDX > ZERO
007730         MOVE WS-PAIR-DR-ACCOUNT TO GE-ACCOUNT-CODE (WS-ENTRY-IDX)
007740         MOVE "C" TO GE-DR-CR-IND (WS-ENTRY-IDX)
007750         ADD WS-ENTRY-AMOUNT TO WS-CURR-CREDITS (WS-CURR-IDX)
007760     END-IF.
007770 3750-EXIT.
007780     EXIT.

007790 3800-ADD-ENTRY.
007800     IF WS-ENTRY-COUNT < WS-ENTRY-MAX
007810         ADD 1 TO WS-ENTRY-COUNT
007820         MOVE WS-ENTRY-COUNT TO WS-ENTRY-IDX
007830         MOVE WS-CURR-CODE (WS-CURR-IDX)
007840             TO GE-CURRENCY-CODE (WS-ENTRY-IDX)
007850         MOVE WS-PAIR-REC-TYPE TO GE-REC-TYPE (WS-ENTRY-IDX)
007860         MOVE WS-ENTRY-AMOUNT  TO GE-AMOUNT (WS-ENTRY-IDX)
007870         ADD 1 TO WS-CURR-ENTRIES (WS-CURR-IDX)
007880     ELSE
007890         MOVE ZERO TO WS-ENTRY-IDX
007900         IF NOT POSTING-REFUSED
007910             DISPLAY "*** GL ENTRY TABLE FULL - "
007920                 "DAY NOT POSTED ***"
007930             MOVE "GL ENTRY TABLE FULL" TO WS-REFUSE-REASON
007940         END-IF
007950         SET POSTING-REFUSED TO TRUE
007960         MOVE 16 TO RETURN-CODE
007970     END-IF.
007980 3800-EXIT.
007990     EXIT.

008000*----------------------------------------------------------*
008010* 5000-PROVE-BALANCE - EVERY CURRENCY'S DEBITS MUST EQUAL  *
008020* ITS CREDITS OR NOTHING IS WRITTEN                        *
008030*----------------------------------------------------------*
008040 5000-PROVE-BALANCE.
008050     PERFORM 5100-PROVE-ONE-CURRENCY THRU 5100-EXIT
008060         VARYING WS-CURR-SUB FROM 1 BY 1
008070         UNTIL WS-CURR-SUB > WS-CURRENCY-COUNT.
008080     IF WS-OUT-OF-BAL-COUNT > ZERO
008090         IF NOT POSTING-REFUSED
008100             MOVE "DEBITS AND CREDITS DO NOT NET TO ZERO"
008110                 TO WS-REFUSE-REASON
008120         END-IF
008130         SET POSTING-REFUSED TO TRUE
008140     END-IF.
008150     IF POSTING-REFUSED
008160         IF RETURN-CODE < 8
008170             MOVE 8 TO RETURN-CODE
008180         END-IF
008190     END-IF.
008200 5000-EXIT.
008210     EXIT.

008220 5100-PROVE-ONE-CURRENCY.
008230     SET WS-CURR-IDX TO WS-CURR-SUB.
008240     ADD WS-CURR-DEBITS (WS-CURR-IDX)  TO WS-TOTAL-DEBITS.
008250     ADD WS-CURR-CREDITS (WS-CURR-IDX) TO WS-TOTAL-CREDITS.
008260     IF WS-CURR-DEBITS (WS-CURR-IDX)
008270             NOT = WS-CURR-CREDITS (WS-CURR-IDX)
008280         ADD 1 TO WS-OUT-OF-BAL-COUNT
008290         DISPLAY "*** " WS-CURR-CODE (WS-CURR-IDX)
008300             " OUT OF BALANCE - DEBITS "
008310             WS-CURR-DEBITS (WS-CURR-IDX) " CREDITS "
008320             WS-CURR-CREDITS (WS-CURR-IDX) " ***"
008330     END-IF.
008340 5100-EXIT.
008350     EXIT.

008360*----------------------------------------------------------*
008370* 6000-POST-ENTRIES - APPEND THE PROVED ENTRIES TO THE GL  *
008380* EXTRACT, THEN LOG THE DAY ON THE POSTED-DAY REGISTER     *
008390*----------------------------------------------------------*
008400 6000-POST-ENTRIES.
008410     OPEN EXTEND GL-EXTRACT-FILE.
008420     PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-EXIT
008430         VARYING WS-ENTRY-IDX FROM 1 BY 1
008440         UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
008450     CLOSE GL-EXTRACT-FILE.
008460     OPEN EXTEND POSTED-REGISTER.
008470     PERFORM 6200-LOG-ONE-CURRENCY THRU 6200-EXIT
008480         VARYING WS-CURR-SUB FROM 1 BY 1
008490         UNTIL WS-CURR-SUB > WS-CURRENCY-COUNT.
008500     CLOSE POSTED-REGISTER.
008510 6000-EXIT.
008520     EXIT.

008530 6100-WRITE-ONE-ENTRY.
008540     MOVE SPACES                  TO GL-EXTRACT-RECORD.
008550     MOVE GE-REC-TYPE (WS-ENTRY-IDX)     TO GLX-REC-TYPE.
008560     MOVE GE-ACCOUNT-CODE (WS-ENTRY-IDX) TO GLX-ACCOUNT-CODE.
008570     MOVE WS-POST-DATE (1:6)      TO GLX-PERIOD.
008580     MOVE GE-AMOUNT (WS-ENTRY-IDX)       TO GLX-AMOUNT.
008590     MOVE GE-DR-CR-IND (WS-ENTRY-IDX)    TO GLX-DR-CR-IND.
008600     WRITE GL-EXTRACT-RECORD.
008610 6100-EXIT.
008620     EXIT.

008630 6200-LOG-ONE-CURRENCY.
008640     SET WS-CURR-IDX TO WS-CURR-SUB.
008650     IF WS-CURR-ENTRIES (WS-CURR-IDX) > ZERO
008660         MOVE WS-POST-DATE                  TO GP-POST-DATE
008670         MOVE WS-CURR-CODE (WS-CURR-IDX)    TO GP-CURRENCY-CODE
008680         MOVE WS-CURR-DEBITS (WS-CURR-IDX)  TO GP-DEBIT-TOTAL
008690         MOVE WS-CURR-CREDITS (WS-CURR-IDX) TO GP-CREDIT-TOTAL
008700         MOVE WS-CURR-ENTRIES (WS-CURR-IDX) TO GP-ENTRY-COUNT
008710         MOVE WS-SYSTEM-DATE                TO GP-RUN-DATE
008720         WRITE POSTED-REGISTER-RECORD
008730     END-IF.
008740 6200-EXIT.
008750     EXIT.

008760*----------------------------------------------------------*
008770* 7000-PRINT-REPORT - THE ENTRIES, EACH CURRENCY'S PROOF,  *
008780* WHETHER THE DAY POSTED, AND THE INPUT COUNTS             *
008790*----------------------------------------------------------*
008800 7000-PRINT-REPORT.
008810     WRITE RPT-RECORD FROM WS-ENTRY-HEADER-LINE.
008820     PERFORM 7100-PRINT-ONE-ENTRY THRU 7100-EXIT
008830         VARYING WS-ENTRY-IDX FROM 1 BY 1
008840         UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
008850     PERFORM 7200-PRINT-ONE-CURRENCY THRU 7200-EXIT
008860         VARYING WS-CURR-SUB FROM 1 BY 1
008870         UNTIL WS-CURR-SUB > WS-CURRENCY-COUNT.
008880     MOVE SPACES TO WS-STATUS-LINE.
008890     IF POSTING-REFUSED
008900         MOVE "*** NOT POSTED ***" TO SL-STATUS
008910         MOVE WS-REFUSE-REASON     TO SL-REASON
008920     ELSE
008930         IF WS-ENTRY-COUNT > ZERO
008940             MOVE "POSTED"         TO SL-STATUS
008950             MOVE "APPENDED TO GLEXTRACT.DAT" TO SL-REASON
008960         ELSE
008970             MOVE "NOTHING TO POST" TO SL-STATUS
008980             MOVE "NO ACTIVITY FOR THE POSTING DAY" TO SL-REASON
008990         END-IF
009000     END-IF.
009010     WRITE RPT-RECORD FROM WS-STATUS-LINE.
009020     PERFORM 7500-PRINT-COUNTS THRU 7500-EXIT.
009030     DISPLAY "POSTING DAY:        " WS-POST-DATE.
009040     DISPLAY "GL ENTRIES BUILT:   " WS-ENTRY-COUNT.
009050     DISPLAY "TOTAL DEBITS:       " WS-TOTAL-DEBITS.
009060     DISPLAY "TOTAL CREDITS:      " WS-TOTAL-CREDITS.
009070     DISPLAY "STATUS:             " SL-STATUS.
009080 7000-EXIT.
009090     EXIT.

009100 7100-PRINT-ONE-ENTRY.
009110     MOVE SPACES TO WS-ENTRY-LINE.
009120     MOVE GE-CURRENCY-CODE (WS-ENTRY-IDX) TO EL-CURRENCY-CODE.
009130     MOVE GE-REC-TYPE (WS-ENTRY-IDX)      TO EL-REC-TYPE.
009140     MOVE GE-ACCOUNT-CODE (WS-ENTRY-IDX)  TO EL-ACCOUNT-CODE.
009150     IF GE-DR-CR-IND (WS-ENTRY-IDX) = "D"
009160         MOVE GE-AMOUNT (WS-ENTRY-IDX)    TO EL-DEBIT
009170         MOVE ZERO                        TO EL-CREDIT
009180     ELSE
009190         MOVE ZERO                        TO EL-DEBIT
009200         MOVE GE-AMOUNT (WS-ENTRY-IDX)    TO EL-CREDIT
009210     END-IF.
009220     WRITE RPT-RECORD FROM WS-ENTRY-LINE.
009230 7100-EXIT.
009240     EXIT.

009250 7200-PRINT-ONE-CURRENCY.
009260     SET WS-CURR-IDX TO WS-CURR-SUB.
009270     MOVE SPACES TO WS-CURRENCY-LINE.
009280     MOVE WS-CURR-CODE (WS-CURR-IDX)    TO CL-CURRENCY-CODE.
009290     MOVE WS-CURR-DEBITS (WS-CURR-IDX)  TO CL-DEBITS.
009300     MOVE WS-CURR-CREDITS (WS-CURR-IDX) TO CL-CREDITS.
009310     IF WS-CURR-DEBITS (WS-CURR-IDX)
009320             = WS-CURR-CREDITS (WS-CURR-IDX)
009330         MOVE "IN BALANCE"              TO CL-STATUS
009340     ELSE
009350         MOVE "*** OUT OF BALANCE ***"  TO CL-STATUS
009360     END-IF.
009370     WRITE RPT-RECORD FROM WS-CURRENCY-LINE.
009380 7200-EXIT.
009390     EXIT.

009400 7500-PRINT-COUNTS.
009410     MOVE SPACES TO WS-SUMMARY-LINE.
009420     MOVE "JOURNAL RECORDS READ"       TO SM-LABEL.
009430     MOVE WS-JRN-READ-COUNT            TO SM-COUNT.
009440     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009450     MOVE SPACES TO WS-SUMMARY-LINE.
009460     MOVE "JOURNAL RECORDS POSTED"     TO SM-LABEL.
009470     MOVE WS-JRN-USED-COUNT            TO SM-COUNT.
009480     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009490     MOVE SPACES TO WS-SUMMARY-LINE.
009500     MOVE "JOURNAL RECORDS NOT POSTED HERE" TO SM-LABEL.
009510     MOVE WS-JRN-OTHER-COUNT           TO SM-COUNT.
009520     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009530     MOVE SPACES TO WS-SUMMARY-LINE.
009540     MOVE "APPLIED-CASH RECORDS POSTED" TO SM-LABEL.
009550     MOVE WS-APL-USED-COUNT            TO SM-COUNT.
009560     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009562     MOVE SPACES TO WS-SUMMARY-LINE.
009564     MOVE "  FROM RELEASED UNAPPLIED CASH" TO SM-LABEL.
009566     MOVE WS-APL-RELEASED-COUNT        TO SM-COUNT.
009568     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009570     MOVE SPACES TO WS-SUMMARY-LINE.
009580     MOVE "UNAPPLIED ITEMS POSTED"     TO SM-LABEL.
009590     MOVE WS-UNAP-USED-COUNT           TO SM-COUNT.
009600     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009602     MOVE SPACES TO WS-SUMMARY-LINE.
009604     MOVE "RELEASED ITEMS PARKED AGAIN"  TO SM-LABEL.
009606     MOVE WS-UNAP-RELEASED-COUNT       TO SM-COUNT.
009608     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009610     MOVE SPACES TO WS-SUMMARY-LINE.
009620     MOVE "UNAPPLIED ITEMS NOT POSTABLE" TO SM-LABEL.
009630     MOVE WS-UNAP-BAD-COUNT            TO SM-COUNT.
009640     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009650     MOVE SPACES TO WS-SUMMARY-LINE.
009660     MOVE "ENTRIES WITH NO MAPPED ACCOUNT" TO SM-LABEL.
009670     MOVE WS-UNMAPPED-COUNT            TO SM-COUNT.
009680     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.
009690 7500-EXIT.
009700     EXIT.

009710*----------------------------------------------------------*
009720* 9000-TERMINATE - CLOSE THE REPORT AND END THE RUN        *
009730*----------------------------------------------------------*
009740 9000-TERMINATE.
009750     CLOSE GL-POST-RPT.
009760 9000-EXIT.
009770     EXIT.

009780*----------------------------------------------------------*
009790* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
009800* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
009810* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
009820* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
009830* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
009840* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
009850* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
009860*----------------------------------------------------------*
009870 9200-START-RUN-CONTROL.
009880     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
009890     OPEN I-O RUN-CONTROL-FILE.
009900     SET RUN-STEP-IDX TO 1.
009910     SEARCH RUN-STEP-ENTRY
009920         AT END
009930             MOVE ZERO TO WS-RUN-OWN-POSITION
009940         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
009950             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
009960     END-SEARCH.
009970     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
009980     IF NOT STEP-REFUSED
009990         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
010000     END-IF.
010010     IF NOT STEP-REFUSED
010020         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
010030     END-IF.
010040     IF STEP-REFUSED
010050         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
010060     ELSE
010070         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
010080     END-IF.
010090 9200-EXIT.
010100     EXIT.

010110*----------------------------------------------------------*
010120* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
010130* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
010140* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
010150* THE STEP IS REFUSED.                                     *
010160*----------------------------------------------------------*
010170 9225-READ-BUSINESS-DATE.
010180     MOVE ZERO            TO RUN-BUSINESS-DATE.
010190     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
010200     READ RUN-CONTROL-FILE
010210         INVALID KEY
010220             SET STEP-REFUSED TO TRUE
010230             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
010240         NOT INVALID KEY
010250             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
010260     END-READ.
010270 9225-EXIT.
010280     EXIT.

010290*----------------------------------------------------------*
010300* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
010310* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
010320* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
010330* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
010340* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
010350* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
010360*----------------------------------------------------------*
010370 9230-CHECK-STEP-ORDER.
010380     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
010390     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
010400         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
010410         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
010420         OR STEP-REFUSED.
010430 9230-EXIT.
010440     EXIT.

010450 9235-CHECK-ONE-STEP.
010460     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
010470         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
010480     END-IF.
010490     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
010500         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
010510         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
010520             SET STEP-REFUSED TO TRUE
010530             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
010540                 TO WS-RUN-REASON-STEP
010550             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
010560         END-IF
010570     END-IF.
010580 9235-EXIT.
010590     EXIT.

010600 9237-CHECK-PREDECESSOR.
010610     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
010620     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
010630         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
010640             SET STEP-REFUSED TO TRUE
010650         END-IF
010660     ELSE
010670         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
010680             SET STEP-REFUSED TO TRUE
010690         END-IF
010700     END-IF.
010710     IF STEP-REFUSED
010720         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
010730             TO WS-RUN-REASON-STEP
010740         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
010750     END-IF.
010760 9237-EXIT.
010770     EXIT.

010780*----------------------------------------------------------*
010790* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
010800* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
010810* FAILED RUNS AGAIN FROM THE TOP.                          *
010820*----------------------------------------------------------*
010830 9240-CHECK-OWN-STEP.
010840     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
010850     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
010860     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
010870     IF RUN-RECORD-FOUND AND RUN-COMPLETE
010880         SET STEP-REFUSED TO TRUE
010890         MOVE "ALREADY COMPLETE FOR THIS DATE"
010900                 TO WS-RUN-REASON
010910     END-IF.
010920 9240-EXIT.
010930     EXIT.

010940*----------------------------------------------------------*
010950* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
010960* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
010970* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
010980*----------------------------------------------------------*
010990 9250-MARK-STEP-STARTED.
011000     IF NOT RUN-RECORD-FOUND
011010         MOVE SPACES TO RUN-STEP-DATA
011020         MOVE ZERO   TO RUN-ATTEMPT-COUNT
011030         MOVE ZERO   TO RUN-REFUSAL-COUNT
011040     END-IF.
011050     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
011060     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
011070     SET RUN-STARTED TO TRUE.
011080     MOVE ZERO                 TO RUN-RETURN-CODE.
011090     ADD 1                     TO RUN-ATTEMPT-COUNT.
011100     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
011110     ACCEPT WS-RUN-TIME FROM TIME.
011120     MOVE WS-RUN-TIME          TO RUN-START-TIME.
011130     MOVE ZERO                 TO RUN-END-DATE.
011140     MOVE ZERO                 TO RUN-END-TIME.
011150     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
011160     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
011170     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
011180     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
011190     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
011200     MOVE SPACES               TO RUN-MESSAGE.
011210     IF WS-RUN-RESUME-COUNT > ZERO
011220         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
011230         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
011240             " COMMITTED TRANSACTIONS"
011250     END-IF.
011260     IF RUN-RECORD-FOUND
011270         REWRITE RUN-CONTROL-RECORD
011280             INVALID KEY
011290                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
011300         END-REWRITE
011310     ELSE
011320         WRITE RUN-CONTROL-RECORD
011330             INVALID KEY
011340                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
011350         END-WRITE
011360     END-IF.
011370 9250-EXIT.
011380     EXIT.

011390*----------------------------------------------------------*
011400* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
011410* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
011420* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
011430* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
011440* OF AN ATTEMPT ALREADY ON FILE.                           *
011450*----------------------------------------------------------*
011460 9260-REFUSE-THE-STEP.
011470     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
011480         WS-RUN-REASON " ***".
011490     IF WS-RUN-BUSINESS-DATE > ZERO
011500         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
011510         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
011520         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
011530         IF RUN-RECORD-FOUND
011540             ADD 1 TO RUN-REFUSAL-COUNT
011550             MOVE WS-RUN-REASON TO RUN-MESSAGE
011560             REWRITE RUN-CONTROL-RECORD
011570                 INVALID KEY
011580                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
011590                         RUN-KEY
011600             END-REWRITE
011610         ELSE
011620             MOVE SPACES             TO RUN-STEP-DATA
011630             SET RUN-REFUSED TO TRUE
011640             MOVE 8                  TO RUN-RETURN-CODE
011650             MOVE ZERO               TO RUN-ATTEMPT-COUNT
011660             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
011670             ACCEPT WS-RUN-TIME FROM TIME
011680             MOVE WS-RUN-TIME        TO RUN-START-TIME
011690             MOVE ZERO               TO RUN-END-DATE
011700             MOVE ZERO               TO RUN-END-TIME
011710             MOVE ZERO               TO RUN-INPUT-COUNT
011720             MOVE ZERO               TO RUN-INPUT-TOTAL
011730             MOVE ZERO               TO RUN-COMMIT-COUNT
011740             MOVE ZERO               TO RUN-RESUME-COUNT
011750             MOVE 1                  TO RUN-REFUSAL-COUNT
011760             MOVE WS-RUN-REASON      TO RUN-MESSAGE
011770             WRITE RUN-CONTROL-RECORD
011780                 INVALID KEY
011790                     DISPLAY "RUN-CONTROL WRITE FAILED: "
011800                         RUN-KEY
011810             END-WRITE
011820         END-IF
011830     END-IF.
011840     CLOSE RUN-CONTROL-FILE.
011850     IF RETURN-CODE < 8
011860         MOVE 8 TO RETURN-CODE
011870     END-IF.
011880 9260-EXIT.
011890     EXIT.

011900*----------------------------------------------------------*
011910* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
011920* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
011930* WS-RUN-CHECK-DATE.                                       *
011940*----------------------------------------------------------*
011950 9290-READ-STEP-RECORD.
011960     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
011970     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
011980         TO RUN-STEP-NAME.
011990     READ RUN-CONTROL-FILE
012000         INVALID KEY
012010             MOVE 'N' TO WS-RUN-RECORD-SW
012020         NOT INVALID KEY
012030             MOVE 'Y' TO WS-RUN-RECORD-SW
012040     END-READ.
012050 9290-EXIT.
012060     EXIT.

012070*----------------------------------------------------------*
012080* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
012090* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
012100* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
012110* TOTALS - THE JOURNAL, APPLIED AND UNAPPLIED RECORDS READ *
012120* AND THE DEBITS BUILT FROM THEM.                          *
012130*----------------------------------------------------------*
012140 9500-END-RUN-CONTROL.
012150     MOVE WS-JRN-READ-COUNT    TO WS-RUN-INPUT-COUNT.
012160     ADD WS-APL-READ-COUNT     TO WS-RUN-INPUT-COUNT.
012170     ADD WS-UNAP-READ-COUNT    TO WS-RUN-INPUT-COUNT.
012180     MOVE WS-TOTAL-DEBITS      TO WS-RUN-INPUT-TOTAL.
012190     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
012200     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
012210     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
012220     IF RUN-RECORD-FOUND
012230         IF RETURN-CODE < 8
012240             SET RUN-COMPLETE TO TRUE
012250         ELSE
012260             SET RUN-FAILED TO TRUE
012270         END-IF
012280         MOVE RETURN-CODE        TO RUN-RETURN-CODE
012290         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
012300         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
012310         ACCEPT WS-RUN-TIME FROM TIME
012320         MOVE WS-RUN-TIME        TO RUN-END-TIME
012330         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
012340         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
012350         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
012360         REWRITE RUN-CONTROL-RECORD
012370             INVALID KEY
012380                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
012390         END-REWRITE
012400     ELSE
012410         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
012420     END-IF.
012430     CLOSE RUN-CONTROL-FILE.
012440 9500-EXIT.
012450     EXIT.
