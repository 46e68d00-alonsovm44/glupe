000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LOCKBOX-INTAKE.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  BANK LOCKBOX INTAKE RUN *
000220*                   AFTER DEPOSIT-EDIT AND AHEAD OF           *
000230*                   CASH-APPLY.  THE BANK'S LOCKBOX           *
000240*                   TRANSMISSION (LOCKBOX.DAT) CARRIES A FILE *
000250*                   HEADER, ONE OR MORE LOCKBOX BATCHES -     *
000260*                   EACH A BATCH HEADER, ITS CHECKS WITH      *
000270*                   THEIR REMITTANCE LINES, AND A BATCH       *
000280*                   TRAILER - AND A FILE TRAILER.  EVERY      *
000290*                   BATCH MUST BALANCE TO ITS TRAILER AND THE *
000300*                   FILE TO THE FILE TRAILER, AND NO BATCH    *
000310*                   MAY ALREADY BE ON THE DEPOSIT REGISTER    *
000320*                   (DEPREG.DAT), OR NOTHING IS RELEASED AND  *
000330*                   THE RUN ENDS WITH RETURN-CODE 8, THE SAME *
000340*                   AS DEPOSIT-EDIT.  EACH CHECK IS SPLIT     *
000350*                   INTO ONE PAYMENTS.DAT RECORD PER          *
000360*                   REMITTANCE LINE, ADDED AFTER THE DEPOSIT  *
000370*                   EDIT'S PAYMENTS; A LINE THAT NAMES NO     *
000380*                   INVOICE GOES TO CASH-APPLY AS A           *
000390*                   CUSTOMER-ONLY PAYMENT.  A CHECK WHOSE     *
000400*                   LINES DO NOT ADD UP TO THE CHECK AMOUNT,  *
000410*                   OR THAT CANNOT OTHERWISE BE SPLIT, IS     *
000420*                   HELD ON LBHOLD.DAT WITH A REASON AND ITS  *
000430*                   LINES INSTEAD OF BEING RELEASED, AND ENDS *
000440*                   THE RUN WITH RETURN-CODE 4.  EVERY        *
000450*                   RELEASED BATCH IS APPENDED TO THE DEPOSIT *
000460*                   REGISTER.  THE STEP RUNS UNDER THE        *
000470*                   NIGHTLY RUN-CONTROL FILE (RUNCTL.DAT) AS  *
000480*                   AN OPTIONAL STEP BETWEEN DEPOSIT-EDIT AND *
000490*                   CASH-APPLY, AND RECORDS ITS CHECK COUNT   *
000500*                   AND CHECK TOTAL.                          *
000502*  10/15/2026 RWH   HELD CHECKS ARE NOW DATED WITH THE        *
000504*                   BUSINESS DATE THE RUN-CONTROL FILE HAS    *
000506*                   OPEN, NOT THE MACHINE DATE.  THE REPORT   *
000508*                   HEADING STILL SHOWS THE MACHINE DATE.     *
000509*  10/15/2026 RWH   PAYMENTS.DAT GROWS FROM 38 TO 52 BYTES.   *
000510*                   EVERY PAYMENT SPLIT FROM A CHECK NOW      *
000511*                   CARRIES THE SAME CHECK SEQUENCE -         *
000512*                   NUMBERED ON FROM THE HIGHEST DEPOSIT-EDIT *
000513*                   WROTE TO PAYMENTS.DAT - AND THE FULL      *
000514*                   CHECK AMOUNT.  CASH-APPLY CARRIES BOTH TO *
000515*                   APPLIED.DAT, AND A RETURNED LOCKBOX CHECK *
000516*                   IS FOUND BY NSF-REVERSAL AS THE APPLIED   *
000517*                   ENTRIES WITH THAT CHECK AMOUNT, GROUPED   *
000518*                   BY CHECK SEQUENCE, NOT BY ANY ONE         *
000519*                   REMITTANCE LINE.                          *
000521*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000523*----------------------------------------------------------*
000525 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT LOCKBOX-FILE     ASSIGN TO "LOCKBOX.DAT".
000560     SELECT OPTIONAL DEPOSIT-REGISTER ASSIGN TO "DEPREG.DAT".
000570     SELECT OPTIONAL PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT".
000580     SELECT OPTIONAL HOLD-FILE ASSIGN TO "LBHOLD.DAT".
000590     SELECT LOCKBOX-RPT      ASSIGN TO "LOCKBOX.RPT".
000600     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS RUN-KEY.
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------*
000670* LOCKBOX-FILE - THE BANK'S LOCKBOX TRANSMISSION.  THE     *
000680* FIRST BYTE GIVES THE RECORD TYPE: 1 FILE HEADER, 5 BATCH *
000690* HEADER, 6 CHECK, 4 REMITTANCE LINE FOR THE CHECK BEFORE  *
000700* IT, 7 BATCH TRAILER, 9 FILE TRAILER.  A CHECK'S OWN      *
000710* ACCOUNT NUMBER, WHEN THE BANK HAS ONE, COVERS ANY OF ITS *
000720* LINES THAT NAME NONE.                                    *
000730*----------------------------------------------------------*
000740 FD  LOCKBOX-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  LOCKBOX-RECORD.
000780     05  LB-REC-TYPE         PIC X(01).
000790         88  LB-FILE-HEADER             VALUE "1".
000800         88  LB-BATCH-HEADER            VALUE "5".
000810         88  LB-CHECK-REC               VALUE "6".
000820         88  LB-REMITTANCE-REC          VALUE "4".
000830         88  LB-BATCH-TRAILER           VALUE "7".
000840         88  LB-FILE-TRAILER            VALUE "9".
000850     05  LB-REC-DATA         PIC X(79).
000860     05  LB-FILE-HEADER-DATA REDEFINES LB-REC-DATA.
000870         10  FH-ORIGIN       PIC X(10).
000880         10  FH-TRANSMIT-DATE PIC 9(08).
000890         10  FH-TRANSMIT-TIME PIC 9(04).
000900         10  FILLER          PIC X(57).
000910     05  LB-BATCH-HEADER-DATA REDEFINES LB-REC-DATA.
000920         10  BH-BATCH-NO     PIC 9(03).
000930         10  BH-LOCKBOX-NO   PIC X(07).
000940         10  BH-DEPOSIT-DATE PIC 9(08).
000950         10  BH-CURRENCY-CODE PIC X(03).
000960         10  FILLER          PIC X(58).
000970     05  LB-CHECK-DATA REDEFINES LB-REC-DATA.
000980         10  CK-BATCH-NO     PIC 9(03).
000990         10  CK-ITEM-NO      PIC 9(04).
001000         10  CK-CHECK-AMOUNT PIC 9(7)V99.
001010         10  CK-CHECK-NO     PIC X(10).
001020         10  CK-CUSTOMER-ID  PIC X(10).
001030         10  FILLER          PIC X(43).
001040     05  LB-REMITTANCE-DATA REDEFINES LB-REC-DATA.
001050         10  RM-BATCH-NO     PIC 9(03).
001060         10  RM-ITEM-NO      PIC 9(04).
001070         10  RM-CUSTOMER-ID  PIC X(10).
001080         10  RM-INVOICE-NO   PIC X(10).
001090         10  RM-AMOUNT       PIC 9(7)V99.
001100         10  FILLER          PIC X(43).
001110     05  LB-BATCH-TRAILER-DATA REDEFINES LB-REC-DATA.
001120         10  BT-BATCH-NO     PIC 9(03).
001130         10  BT-ITEM-COUNT   PIC 9(05).
001140         10  BT-BATCH-TOTAL  PIC 9(9)V99.
001150         10  FILLER          PIC X(60).
001160     05  LB-FILE-TRAILER-DATA REDEFINES LB-REC-DATA.
001170         10  FT-BATCH-COUNT  PIC 9(03).
001180         10  FT-ITEM-COUNT   PIC 9(07).
001190         10  FT-FILE-TOTAL   PIC 9(11)V99.
001200         10  FILLER          PIC X(56).

001210*----------------------------------------------------------*
001220* DEPOSIT-REGISTER - THE SAME REGISTER DEPOSIT-EDIT KEEPS. *
001230* EACH LOCKBOX BATCH IS REGISTERED AS A DEPOSIT OF ITS OWN *
001240* (DEPOSIT DATE, CHECK COUNT, BATCH TOTAL), SO A BATCH THE *
001250* BANK SENDS AGAIN IS CAUGHT THE SAME WAY.                 *
001260*----------------------------------------------------------*
001270 FD  DEPOSIT-REGISTER
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 28 CHARACTERS.
001300 01  DEPOSIT-REGISTER-RECORD.
001310     05  DR-DEPOSIT-DATE     PIC 9(08).
001320     05  DR-ITEM-COUNT       PIC 9(09).
001330     05  DR-DEPOSIT-TOTAL    PIC 9(9)V99.

001340 FD  PAYMENT-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 52 CHARACTERS.
001370 01  PAYMENT-RECORD.
001372     05  PAY-REMITTANCE      PIC X(38).
001374     05  PAY-CHECK-SEQ       PIC 9(05).
001376     05  PAY-CHECK-AMOUNT    PIC 9(7)V99.

001380*----------------------------------------------------------*
001390* HOLD-FILE - CHECKS HELD OUT OF CASH.  ONE "C" RECORD PER *
001400* HELD CHECK WITH THE REASON, FOLLOWED BY ONE "L" RECORD   *
001410* PER REMITTANCE LINE THE BANK SENT WITH IT.  APPENDED TO  *
001420* ON EVERY RELEASE AND WORKED BY HAND.                     *
001430*----------------------------------------------------------*
001440 FD  HOLD-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 103 CHARACTERS.
001470 01  HOLD-RECORD             PIC X(103).

001480 FD  LOCKBOX-RPT
001490     LABEL RECORDS ARE OMITTED.
001500 01  RPT-RECORD               PIC X(132).

001510*----------------------------------------------------------*
001520* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
001530* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
001540* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
001550* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
001560* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
001570* TOTALS.                                                  *
001580*----------------------------------------------------------*
001590 FD  RUN-CONTROL-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 150 CHARACTERS.
001620     COPY RUNCREC.

001630 WORKING-STORAGE SECTION.
001640 77  WS-LOCKBOX-EOF           PIC X       VALUE 'N'.
001650     88  LOCKBOX-EOF                      VALUE 'Y'.
001660 77  WS-REGISTER-EOF          PIC X       VALUE 'N'.
001670     88  REGISTER-EOF                     VALUE 'Y'.
001673 77  WS-PAYMENT-EOF           PIC X       VALUE 'N'.
001676     88  PAYMENT-EOF                      VALUE 'Y'.
001680 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
001690 77  WS-HEADER-SW             PIC X       VALUE 'N'.
001700     88  HEADER-SEEN                      VALUE 'Y'.
001710 77  WS-TRAILER-SW            PIC X       VALUE 'N'.
001720     88  TRAILER-SEEN                     VALUE 'Y'.
001730 77  WS-BATCH-OPEN-SW         PIC X       VALUE 'N'.
001740     88  BATCH-OPEN                       VALUE 'Y'.
001750 77  WS-CHECK-OPEN-SW         PIC X       VALUE 'N'.
001760     88  CHECK-OPEN                       VALUE 'Y'.
001770 77  WS-BAD-STRUCTURE-SW      PIC X       VALUE 'N'.
001780     88  BAD-STRUCTURE                    VALUE 'Y'.
001790 77  WS-BALANCE-SW            PIC X       VALUE 'Y'.
001800     88  FILE-IN-BALANCE                  VALUE 'Y'.
001810     88  FILE-OUT-OF-BALANCE              VALUE 'N'.
001820 77  WS-DUPLICATE-SW          PIC X       VALUE 'N'.
001830     88  DUPLICATE-BATCH                  VALUE 'Y'.
001840 77  WS-RELEASE-SW            PIC X       VALUE 'N'.
001850     88  FILE-RELEASED                    VALUE 'Y'.
001860 77  WS-ORIGIN                PIC X(10)   VALUE SPACES.
001870 77  WS-TRANSMIT-DATE         PIC 9(8)    VALUE ZERO.
001880 77  WS-EXPECTED-BATCHES      PIC 9(3)    VALUE ZERO.
001890 77  WS-EXPECTED-COUNT        PIC 9(7)    VALUE ZERO.
001900 77  WS-EXPECTED-TOTAL        PIC 9(11)V99 VALUE ZERO.
001910 77  WS-ACTUAL-COUNT          PIC 9(7) COMP VALUE ZERO.
001920 77  WS-ACTUAL-TOTAL          PIC 9(11)V99 VALUE ZERO.
001930 77  WS-HELD-COUNT            PIC 9(5) COMP VALUE ZERO.
001940 77  WS-HELD-TOTAL            PIC 9(11)V99 VALUE ZERO.
001950 77  WS-BATCH-COUNT           PIC 9(3) COMP VALUE ZERO.
001960 77  WS-MAX-BATCHES           PIC 9(3) COMP VALUE 100.
001970 77  WS-BATCH-IDX             PIC 9(3) COMP VALUE ZERO.
001980 77  WS-PAYMENT-COUNT         PIC 9(5) COMP VALUE ZERO.
001990 77  WS-MAX-PAYMENTS          PIC 9(5) COMP VALUE 5000.
002000 77  WS-PAYMENT-IDX           PIC 9(5) COMP VALUE ZERO.
002010 77  WS-HOLD-COUNT            PIC 9(5) COMP VALUE ZERO.
002020 77  WS-MAX-HOLDS             PIC 9(5) COMP VALUE 2000.
002030 77  WS-HOLD-IDX              PIC 9(5) COMP VALUE ZERO.
002040 77  WS-LINE-COUNT            PIC 9(5) COMP VALUE ZERO.
002050 77  WS-MAX-LINES             PIC 9(5) COMP VALUE 200.
002060 77  WS-LINE-IDX              PIC 9(5) COMP VALUE ZERO.
002070 77  WS-REGISTER-COUNT        PIC 9(5) COMP VALUE ZERO.
002080 77  WS-MAX-REGISTER          PIC 9(5) COMP VALUE 1000.
002090 77  WS-REGISTER-IDX          PIC 9(5) COMP VALUE ZERO.
002100 77  WS-MAX-PAY-AMOUNT        PIC 9(7)V99 VALUE 99999.99.
002105 77  WS-CHECK-SEQ             PIC 9(05)   VALUE ZERO.

002110*----------------------------------------------------------*
002120* THE CHECK BEING GATHERED - ITS OWN FIELDS, THE TOTAL OF  *
002130* ITS REMITTANCE LINES, AND THE REASON IT IS HELD, IF IT   *
002140* IS.                                                      *
002150*----------------------------------------------------------*
002160 77  WS-CK-ITEM-NO            PIC 9(4)    VALUE ZERO.
002170 77  WS-CK-CHECK-NO           PIC X(10)   VALUE SPACES.
002180 77  WS-CK-CUSTOMER-ID        PIC X(10)   VALUE SPACES.
002190 77  WS-CK-AMOUNT             PIC 9(7)V99 VALUE ZERO.
002200 77  WS-CK-REMIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
002210 77  WS-CK-REMIT-COUNT        PIC 9(5) COMP VALUE ZERO.
002220 77  WS-CK-BAD-AMOUNT-SW      PIC X       VALUE 'N'.
002230     88  CK-BAD-AMOUNT                    VALUE 'Y'.
002240 77  WS-HOLD-REASON-CODE      PIC X(02)   VALUE SPACES.
002250 77  WS-HOLD-REASON-TEXT      PIC X(30)   VALUE SPACES.

002260*----------------------------------------------------------*
002270* WS-BATCH-TABLE - ONE ENTRY PER LOCKBOX BATCH IN THE      *
002280* FILE, WITH THE BANK'S CONTROLS FROM THE BATCH TRAILER    *
002290* AND WHAT THE CHECKS ACTUALLY ADDED UP TO.                *
002300*----------------------------------------------------------*
002310 01  WS-BATCH-TABLE.
002320     05  WS-BATCH-ENTRY OCCURS 1 TO 100 TIMES
002330                        DEPENDING ON WS-BATCH-COUNT.
002340         10  WB-BATCH-NO      PIC 9(03).
002350         10  WB-LOCKBOX-NO    PIC X(07).
002360         10  WB-DEPOSIT-DATE  PIC 9(08).
002370         10  WB-CURRENCY-CODE PIC X(03).
002380         10  WB-EXP-COUNT     PIC 9(05).
002390         10  WB-EXP-TOTAL     PIC 9(9)V99.
002400         10  WB-ACT-COUNT     PIC 9(05).
002410         10  WB-ACT-TOTAL     PIC 9(9)V99.
002420         10  WB-HELD-COUNT    PIC 9(05).
002430         10  WB-HELD-TOTAL    PIC 9(9)V99.
002440         10  WB-TRAILER-SW    PIC X(01).
002450             88  WB-TRAILER-SEEN            VALUE 'Y'.
002460         10  WB-DUPLICATE-SW  PIC X(01).
002470             88  WB-DUPLICATE               VALUE 'Y'.

002480*----------------------------------------------------------*
002490* WS-LINE-TABLE - THE REMITTANCE LINES OF THE CHECK BEING  *
002500* GATHERED, HELD UNTIL THE NEXT CHECK OR TRAILER SHOWS THE *
002510* CHECK IS COMPLETE.                                       *
002520*----------------------------------------------------------*
002530 01  WS-LINE-TABLE.
002540     05  WS-LINE-ENTRY OCCURS 200 TIMES.
002550         10  WL-CUSTOMER-ID   PIC X(10).
002560         10  WL-INVOICE-NO    PIC X(10).
002570         10  WL-AMOUNT        PIC 9(7)V99.

002580*----------------------------------------------------------*
002590* WS-PAYMENT-TABLE - THE SPLIT PAYMENTS HELD BACK UNTIL    *
002600* THE WHOLE FILE HAS BALANCED, SO A BAD FILE RELEASES      *
002610* NOTHING.                                                 *
002620*----------------------------------------------------------*
002630 01  WS-PAYMENT-TABLE.
002640     05  WS-PAYMENT-ENTRY OCCURS 1 TO 5000 TIMES
002650                          DEPENDING ON WS-PAYMENT-COUNT.
002660         10  WP-PAYMENT-IMAGE PIC X(52).

002670*----------------------------------------------------------*
002680* WS-HOLD-TABLE - THE HOLD-FILE RECORDS FOR HELD CHECKS,   *
002690* WRITTEN ONLY IF THE FILE IS RELEASED.                    *
002700*----------------------------------------------------------*
002710 01  WS-HOLD-TABLE.
002720     05  WS-HOLD-ENTRY OCCURS 1 TO 2000 TIMES
002730                       DEPENDING ON WS-HOLD-COUNT.
002740         10  WH-HOLD-IMAGE    PIC X(103).

002750*----------------------------------------------------------*
002760* WS-REGISTER-TABLE - THE DEPOSIT REGISTER LOADED AT       *
002770* STARTUP SO EACH BATCH'S DATE AND TOTAL CAN BE CHECKED    *
002780* AGAINST EVERY DEPOSIT ALREADY PROCESSED.                 *
002790*----------------------------------------------------------*
002800 01  WS-REGISTER-TABLE.
002810     05  WS-REGISTER-ENTRY OCCURS 1 TO 1000 TIMES
002820                           DEPENDING ON WS-REGISTER-COUNT.
002830         10  WR-DEPOSIT-DATE  PIC 9(08).
002840         10  WR-DEPOSIT-TOTAL PIC 9(9)V99.

002850*----------------------------------------------------------*
002860* WS-PAYMENT-IMAGE-WORK - ONE PAYMENTS.DAT RECORD, LAID    *
002870* OUT EXACTLY AS CASH-APPLY READS IT.  EVERY LINE OF A     *
002873* CHECK CARRIES THE SAME CHECK SEQUENCE AND THE FULL CHECK *
002876* AMOUNT.                                                  *
002880*----------------------------------------------------------*
002890 01  WS-PAYMENT-IMAGE-WORK.
002900     05  WPI-CUSTOMER-ID     PIC X(10).
002910     05  WPI-PAY-DATE        PIC 9(08).
002920     05  WPI-PAY-AMOUNT      PIC 9(5)V99.
002930     05  WPI-CURRENCY-CODE   PIC X(03).
002940     05  WPI-INVOICE-NO      PIC X(10).
002943     05  WPI-CHECK-SEQ       PIC 9(05).
002946     05  WPI-CHECK-AMOUNT    PIC 9(7)V99.

002950*----------------------------------------------------------*
002960* WS-HOLD-WORK - ONE HOLD-FILE RECORD.  THE CHECK VIEW     *
002970* CARRIES THE REASON; THE LINE VIEW ONE REMITTANCE LINE.   *
002980*----------------------------------------------------------*
002990 01  WS-HOLD-WORK.
003000     05  HLD-REC-TYPE        PIC X(01).
003010         88  HLD-CHECK-REC              VALUE "C".
003020         88  HLD-LINE-REC               VALUE "L".
003030     05  HLD-DATE-HELD       PIC 9(08).
003040     05  HLD-BATCH-NO        PIC 9(03).
003050     05  HLD-ITEM-NO         PIC 9(04).
003060     05  HLD-DATA            PIC X(87).
003070     05  HLD-CHECK-DATA REDEFINES HLD-DATA.
003080         10  HLD-CHECK-NO    PIC X(10).
003090         10  HLD-CUSTOMER-ID PIC X(10).
003100         10  HLD-DEPOSIT-DATE PIC 9(08).
003110         10  HLD-CURRENCY-CODE PIC X(03).
003120         10  HLD-CHECK-AMOUNT PIC 9(7)V99.
003130         10  HLD-REMIT-TOTAL PIC 9(9)V99.
003140         10  HLD-LINE-COUNT  PIC 9(04).
003150         10  HLD-REASON-CODE PIC X(02).
003160         10  HLD-REASON-TEXT PIC X(30).
003170     05  HLD-LINE-DATA REDEFINES HLD-DATA.
003180         10  HLL-CUSTOMER-ID PIC X(10).
003190         10  HLL-INVOICE-NO  PIC X(10).
003200         10  HLL-AMOUNT      PIC 9(7)V99.
003210         10  FILLER          PIC X(58).

003220 01  WS-RPT-HEADER-LINE.
003230     05  FILLER              PIC X(32) VALUE
003240         "LOCKBOX INTAKE REPORT".
003250     05  FILLER              PIC X(14) VALUE "RUN DATE".
003260     05  RH-RUN-DATE         PIC 9(8).
003270     05  FILLER              PIC X(78) VALUE SPACES.

003280 01  WS-TRANSMISSION-LINE.
003290     05  FILLER              PIC X(20) VALUE "TRANSMISSION FROM:".
003300     05  TL-ORIGIN           PIC X(10).
003310     05  FILLER              PIC X(09) VALUE "  DATED".
003320     05  TL-TRANSMIT-DATE    PIC 9(8).
003330     05  FILLER              PIC X(85) VALUE SPACES.

003340 01  WS-BATCH-LINE.
003350     05  FILLER              PIC X(06) VALUE "BATCH".
003360     05  BTL-BATCH-NO        PIC 9(3).
003370     05  FILLER              PIC X(10) VALUE "  LOCKBOX".
003380     05  BTL-LOCKBOX-NO      PIC X(7).
003390     05  FILLER              PIC X(15) VALUE "  DEPOSIT DATE".
003400     05  BTL-DEPOSIT-DATE    PIC 9(8).
003410     05  FILLER              PIC X(11) VALUE "  CURRENCY".
003420     05  BTL-CURRENCY-CODE   PIC X(3).
003430     05  FILLER              PIC X(69) VALUE SPACES.

003440 01  WS-CHECK-HEADER-LINE.
003450     05  FILLER              PIC X(08) VALUE "  ITEM".
003460     05  FILLER              PIC X(12) VALUE "CHECK NO".
003470     05  FILLER              PIC X(12) VALUE "CUSTOMER".
003480     05  FILLER              PIC X(15) VALUE " CHECK AMOUNT".
003490     05  FILLER              PIC X(16) VALUE "    REMITTANCE".
003500     05  FILLER              PIC X(06) VALUE "LINES".
003510     05  FILLER              PIC X(09) VALUE "STATUS".
003520     05  FILLER              PIC X(54) VALUE SPACES.

003530 01  WS-CHECK-LINE.
003540     05  FILLER              PIC X(02) VALUE SPACES.
003550     05  CL-ITEM-NO          PIC 9(4).
003560     05  FILLER              PIC X(02) VALUE SPACES.
003570     05  CL-CHECK-NO         PIC X(10).
003580     05  FILLER              PIC X(02) VALUE SPACES.
003590     05  CL-CUSTOMER-ID      PIC X(10).
003600     05  FILLER              PIC X(02) VALUE SPACES.
003610     05  CL-CHECK-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
003620     05  FILLER              PIC X(02) VALUE SPACES.
003630     05  CL-REMIT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
003640     05  FILLER              PIC X(02) VALUE SPACES.
003650     05  CL-LINES            PIC ZZZ9.
003660     05  FILLER              PIC X(02) VALUE SPACES.
003670     05  CL-STATUS           PIC X(08).
003680     05  FILLER              PIC X(01) VALUE SPACES.
003690     05  CL-REASON           PIC X(30).
003700     05  FILLER              PIC X(24) VALUE SPACES.

003710 01  WS-BALANCE-LINE.
003720     05  FILLER              PIC X(04) VALUE SPACES.
003730     05  BL-LEVEL            PIC X(10).
003740     05  BL-KIND             PIC X(10).
003750     05  FILLER              PIC X(08) VALUE "COUNT:".
003760     05  BL-COUNT            PIC ZZZ,ZZZ,ZZ9.
003770     05  FILLER              PIC X(04) VALUE SPACES.
003780     05  FILLER              PIC X(08) VALUE "TOTAL:".
003790     05  BL-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003800     05  FILLER              PIC X(04) VALUE SPACES.
003810     05  BL-FLAG             PIC X(20).
003820     05  FILLER              PIC X(36) VALUE SPACES.

003830 01  WS-COUNT-LINE.
003840     05  FILLER              PIC X(04) VALUE SPACES.
003850     05  CT-LABEL            PIC X(30).
003860     05  CT-COUNT            PIC ZZZ,ZZ9.
003870     05  FILLER              PIC X(04) VALUE SPACES.
003880     05  CT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003890     05  FILLER              PIC X(70) VALUE SPACES.

003900 01  WS-BLANK-LINE            PIC X(132)  VALUE SPACES.

003910 01  WS-BANNER-LINE-1.
003920     05  FILLER              PIC X(132) VALUE ALL "*".

003930 01  WS-BANNER-LINE-2.
003940     05  BN-BANNER-TEXT      PIC X(60).
003950     05  FILLER              PIC X(72) VALUE SPACES.

003960*----------------------------------------------------------*
003970* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
003980* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
003990* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
004000*----------------------------------------------------------*
004010     COPY RUNSTEPS.
004020 77  WS-RUN-STEP-NAME         PIC X(16)
004030                                 VALUE "LOCKBOX-INTAKE".
004040 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
004050 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
004060 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
004070 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
004080 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
004090 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
004100 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
004110     88  RUN-RECORD-FOUND                 VALUE 'Y'.
004120 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
004130     88  STEP-REFUSED                     VALUE 'Y'.
004140 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
004150 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
004160 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
004170 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
004180 01  WS-RUN-REASON.
004190     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
004200     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

004210 PROCEDURE DIVISION.

004220 0000-MAINLINE.
004230     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
004240     IF NOT STEP-REFUSED
004250         PERFORM 1000-INITIALIZE THRU 1000-EXIT
004260         PERFORM 2000-READ-LOCKBOX-RECORD THRU 2000-EXIT
004270         PERFORM 4000-PROCESS-LOCKBOX-RECORD THRU 4000-EXIT
004280             UNTIL LOCKBOX-EOF
004290         PERFORM 4700-CLOSE-THE-CHECK THRU 4700-EXIT
004300         PERFORM 5000-BALANCE-THE-FILE THRU 5000-EXIT
004310         PERFORM 5500-CHECK-DUPLICATE-BATCHES THRU 5500-EXIT
004320         IF FILE-IN-BALANCE AND NOT DUPLICATE-BATCH
004330             AND NOT BAD-STRUCTURE
004340             PERFORM 6000-RELEASE-THE-FILE THRU 6000-EXIT
004350         ELSE
004360             PERFORM 6500-REFUSE-THE-FILE THRU 6500-EXIT
004370         END-IF
004380         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
004390         PERFORM 9000-TERMINATE THRU 9000-EXIT
004400         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
004410     END-IF.
004420     STOP RUN.

004430*----------------------------------------------------------*
004440* 1000-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADING,  *
004450* LOAD THE PROCESSED-DEPOSIT REGISTER, AND FIND THE LAST   *
004455* CHECK SEQUENCE ALREADY ON PAYMENTS.DAT                   *
004460*----------------------------------------------------------*
004470 1000-INITIALIZE.
004480     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
004490     OPEN INPUT  LOCKBOX-FILE.
004500     OPEN OUTPUT LOCKBOX-RPT.
004510     MOVE WS-SYSTEM-DATE TO RH-RUN-DATE.
004520     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
004530     PERFORM 1100-LOAD-DEPOSIT-REGISTER THRU 1100-EXIT.
004535     PERFORM 1200-FIND-LAST-CHECK-SEQ THRU 1200-EXIT.
004540 1000-EXIT.
004550     EXIT.

004560 1100-LOAD-DEPOSIT-REGISTER.
004570     OPEN INPUT DEPOSIT-REGISTER.
004580     READ DEPOSIT-REGISTER
004590         AT END MOVE 'Y' TO WS-REGISTER-EOF
004600     END-READ.
004610     PERFORM 1150-LOAD-REGISTER-ENTRY THRU 1150-EXIT
004620         UNTIL REGISTER-EOF.
004630     CLOSE DEPOSIT-REGISTER.
004640 1100-EXIT.
004650     EXIT.

004660 1150-LOAD-REGISTER-ENTRY.
004670     IF WS-REGISTER-COUNT < WS-MAX-REGISTER
004680         ADD 1 TO WS-REGISTER-COUNT
004690         MOVE DR-DEPOSIT-DATE
004700             TO WR-DEPOSIT-DATE (WS-REGISTER-COUNT)
004710         MOVE DR-DEPOSIT-TOTAL
004720             TO WR-DEPOSIT-TOTAL (WS-REGISTER-COUNT)
004730         READ DEPOSIT-REGISTER
004740             AT END MOVE 'Y' TO WS-REGISTER-EOF
004750         END-READ
004760     ELSE
004770         DISPLAY "*** DEPOSIT REGISTER EXCEEDS "
004780             WS-MAX-REGISTER
004790             " ENTRY CAPACITY - REMAINING RECORDS IGNORED ***"
004800         MOVE 16 TO RETURN-CODE
004810         MOVE 'Y' TO WS-REGISTER-EOF
004820     END-IF.
004830 1150-EXIT.
004840     EXIT.

004841*----------------------------------------------------------*
004842* 1200-FIND-LAST-CHECK-SEQ - DEPOSIT-EDIT HAS ALREADY      *
004843* WRITTEN TONIGHT'S PAYMENTS.DAT WITH ITS CHECKS NUMBERED  *
004844* FROM 1.  THE LOCKBOX CHECKS ARE NUMBERED ON FROM THE     *
004845* HIGHEST SEQUENCE FOUND, SO NO TWO CHECKS ON THE FILE     *
004846* SHARE ONE.                                               *
004847*----------------------------------------------------------*
004848 1200-FIND-LAST-CHECK-SEQ.
004849     MOVE ZERO TO WS-CHECK-SEQ.
004850     OPEN INPUT PAYMENT-FILE.
004851     READ PAYMENT-FILE
004852         AT END MOVE 'Y' TO WS-PAYMENT-EOF
004853     END-READ.
004854     PERFORM 1250-CHECK-ONE-PAYMENT THRU 1250-EXIT
004855         UNTIL PAYMENT-EOF.
004856     CLOSE PAYMENT-FILE.
004857 1200-EXIT.
004858     EXIT.

004859 1250-CHECK-ONE-PAYMENT.
004860     IF PAY-CHECK-SEQ NUMERIC
004861         AND PAY-CHECK-SEQ > WS-CHECK-SEQ
004862         MOVE PAY-CHECK-SEQ TO WS-CHECK-SEQ
004863     END-IF.
004864     READ PAYMENT-FILE
004865         AT END MOVE 'Y' TO WS-PAYMENT-EOF
004866     END-READ.
004867 1250-EXIT.
004868     EXIT.

004871 2000-READ-LOCKBOX-RECORD.
004874     READ LOCKBOX-FILE
004877         AT END MOVE 'Y' TO WS-LOCKBOX-EOF
004880     END-READ.
004890 2000-EXIT.
004900     EXIT.

004910*----------------------------------------------------------*
004920* 4000-PROCESS-LOCKBOX-RECORD - HAND EACH RECORD TO ITS    *
004930* PARAGRAPH.  ANY RECORD BUT A REMITTANCE LINE ENDS THE    *
004940* CHECK BEFORE IT.  A RECORD OUT OF PLACE MARKS THE WHOLE  *
004950* FILE BAD.                                                *
004960*----------------------------------------------------------*
004970 4000-PROCESS-LOCKBOX-RECORD.
004980     IF NOT LB-REMITTANCE-REC
004990         PERFORM 4700-CLOSE-THE-CHECK THRU 4700-EXIT
005000     END-IF.
005010     IF TRAILER-SEEN
005020         SET BAD-STRUCTURE TO TRUE
005030         DISPLAY "LOCKBOX RECORD AFTER FILE TRAILER: "
005040             LB-REC-TYPE
005050     END-IF.
005060     EVALUATE TRUE
005070         WHEN LB-FILE-HEADER
005080             PERFORM 4100-FILE-HEADER THRU 4100-EXIT
005090         WHEN LB-BATCH-HEADER
005100             PERFORM 4200-BATCH-HEADER THRU 4200-EXIT
005110         WHEN LB-CHECK-REC
005120             PERFORM 4300-CHECK-RECORD THRU 4300-EXIT
005130         WHEN LB-REMITTANCE-REC
005140             PERFORM 4400-REMITTANCE-LINE THRU 4400-EXIT
005150         WHEN LB-BATCH-TRAILER
005160             PERFORM 4500-BATCH-TRAILER THRU 4500-EXIT
005170         WHEN LB-FILE-TRAILER
005180             PERFORM 4600-FILE-TRAILER THRU 4600-EXIT
005190         WHEN OTHER
005200             SET BAD-STRUCTURE TO TRUE
005210             DISPLAY "UNKNOWN LOCKBOX RECORD TYPE: " LB-REC-TYPE
005220     END-EVALUATE.
005230     PERFORM 2000-READ-LOCKBOX-RECORD THRU 2000-EXIT.
005240 4000-EXIT.
005250     EXIT.

005260 4100-FILE-HEADER.
005270     IF HEADER-SEEN OR WS-BATCH-COUNT > ZERO
005280         SET BAD-STRUCTURE TO TRUE
005290         DISPLAY "LOCKBOX FILE HEADER OUT OF PLACE"
005300     END-IF.
005310     MOVE 'Y' TO WS-HEADER-SW.
005320     MOVE FH-ORIGIN        TO WS-ORIGIN.
005330     MOVE FH-TRANSMIT-DATE TO WS-TRANSMIT-DATE.
005340     MOVE WS-ORIGIN        TO TL-ORIGIN.
005350     MOVE WS-TRANSMIT-DATE TO TL-TRANSMIT-DATE.
005360     WRITE RPT-RECORD FROM WS-TRANSMISSION-LINE.
005370 4100-EXIT.
005380     EXIT.

005390*----------------------------------------------------------*
005400* 4200-BATCH-HEADER - START A NEW BATCH ENTRY.  THE BATCH  *
005410* BEFORE IT MUST HAVE BEEN CLOSED BY ITS TRAILER, AND THE  *
005420* BATCH MUST NAME ITS DEPOSIT DATE AND CURRENCY.           *
005430*----------------------------------------------------------*
005440 4200-BATCH-HEADER.
005450     IF NOT HEADER-SEEN
005460         SET BAD-STRUCTURE TO TRUE
005470         DISPLAY "LOCKBOX BATCH BEFORE FILE HEADER"
005480     END-IF.
005490     IF BATCH-OPEN
005500         SET BAD-STRUCTURE TO TRUE
005510         DISPLAY "LOCKBOX BATCH " WB-BATCH-NO (WS-BATCH-COUNT)
005520             " HAS NO TRAILER"
005530     END-IF.
005540     IF WS-BATCH-COUNT < WS-MAX-BATCHES
005550         ADD 1 TO WS-BATCH-COUNT
005560         MOVE 'Y' TO WS-BATCH-OPEN-SW
005570         MOVE BH-BATCH-NO      TO WB-BATCH-NO (WS-BATCH-COUNT)
005580         MOVE BH-LOCKBOX-NO    TO WB-LOCKBOX-NO (WS-BATCH-COUNT)
005590         MOVE BH-DEPOSIT-DATE  TO WB-DEPOSIT-DATE (WS-BATCH-COUNT)
005600         MOVE BH-CURRENCY-CODE
005610             TO WB-CURRENCY-CODE (WS-BATCH-COUNT)
005620         MOVE ZERO TO WB-EXP-COUNT (WS-BATCH-COUNT)
005630         MOVE ZERO TO WB-EXP-TOTAL (WS-BATCH-COUNT)
005640         MOVE ZERO TO WB-ACT-COUNT (WS-BATCH-COUNT)
005650         MOVE ZERO TO WB-ACT-TOTAL (WS-BATCH-COUNT)
005660         MOVE ZERO TO WB-HELD-COUNT (WS-BATCH-COUNT)
005670         MOVE ZERO TO WB-HELD-TOTAL (WS-BATCH-COUNT)
005680         MOVE 'N'  TO WB-TRAILER-SW (WS-BATCH-COUNT)
005690         MOVE 'N'  TO WB-DUPLICATE-SW (WS-BATCH-COUNT)
005700         IF BH-DEPOSIT-DATE NOT NUMERIC
005710             OR BH-DEPOSIT-DATE = ZERO
005720             OR BH-CURRENCY-CODE = SPACES
005730             SET BAD-STRUCTURE TO TRUE
005740             DISPLAY "LOCKBOX BATCH " BH-BATCH-NO
005750                 " HAS NO DEPOSIT DATE OR CURRENCY"
005760         END-IF
005770         WRITE RPT-RECORD FROM WS-BLANK-LINE
005780         MOVE BH-BATCH-NO      TO BTL-BATCH-NO
005790         MOVE BH-LOCKBOX-NO    TO BTL-LOCKBOX-NO
005800         MOVE BH-DEPOSIT-DATE  TO BTL-DEPOSIT-DATE
005810         MOVE BH-CURRENCY-CODE TO BTL-CURRENCY-CODE
005820         WRITE RPT-RECORD FROM WS-BATCH-LINE
005830         WRITE RPT-RECORD FROM WS-CHECK-HEADER-LINE
005840     ELSE
005850         SET BAD-STRUCTURE TO TRUE
005860         MOVE 'N' TO WS-BATCH-OPEN-SW
005870         DISPLAY "*** LOCKBOX FILE EXCEEDS " WS-MAX-BATCHES
005880             " BATCH CAPACITY - FILE REFUSED ***"
005890     END-IF.
005900 4200-EXIT.
005910     EXIT.

005920*----------------------------------------------------------*
005930* 4300-CHECK-RECORD - START GATHERING A CHECK.  EVERY      *
005940* CHECK COUNTS TOWARD ITS BATCH'S CONTROLS WHETHER IT IS   *
005950* RELEASED OR HELD, SINCE THE BANK'S TOTAL INCLUDES IT     *
005960* EITHER WAY.                                              *
005970*----------------------------------------------------------*
005980 4300-CHECK-RECORD.
005990     IF NOT BATCH-OPEN
006000         OR CK-BATCH-NO NOT = WB-BATCH-NO (WS-BATCH-COUNT)
006010         SET BAD-STRUCTURE TO TRUE
006020         DISPLAY "LOCKBOX CHECK OUTSIDE ITS BATCH: "
006030             CK-BATCH-NO "/" CK-ITEM-NO
006040     ELSE
006050         IF CK-CHECK-AMOUNT NOT NUMERIC
006060             SET BAD-STRUCTURE TO TRUE
006070             DISPLAY "LOCKBOX CHECK AMOUNT NOT NUMERIC: "
006080                 CK-BATCH-NO "/" CK-ITEM-NO
006090         ELSE
006100             MOVE 'Y'             TO WS-CHECK-OPEN-SW
006110             MOVE CK-ITEM-NO      TO WS-CK-ITEM-NO
006120             MOVE CK-CHECK-NO     TO WS-CK-CHECK-NO
006130             MOVE CK-CUSTOMER-ID  TO WS-CK-CUSTOMER-ID
006140             MOVE CK-CHECK-AMOUNT TO WS-CK-AMOUNT
006150             MOVE ZERO            TO WS-CK-REMIT-TOTAL
006160             MOVE ZERO            TO WS-CK-REMIT-COUNT
006170             MOVE ZERO            TO WS-LINE-COUNT
006180             MOVE 'N'             TO WS-CK-BAD-AMOUNT-SW
006190             ADD 1 TO WB-ACT-COUNT (WS-BATCH-COUNT)
006200             ADD CK-CHECK-AMOUNT TO WB-ACT-TOTAL (WS-BATCH-COUNT)
006210             ADD 1 TO WS-ACTUAL-COUNT
006220             ADD CK-CHECK-AMOUNT TO WS-ACTUAL-TOTAL
006230         END-IF
006240     END-IF.
006250 4300-EXIT.
006260     EXIT.

006270*----------------------------------------------------------*
006280* 4400-REMITTANCE-LINE - ADD A LINE TO THE CHECK BEING     *
006290* GATHERED.  A LINE WITH NO ACCOUNT OF ITS OWN TAKES THE   *
006300* CHECK'S.  LINES PAST THE TABLE ARE STILL TOTALLED SO THE *
006310* CHECK IS HELD WITH THE RIGHT FIGURES.                    *
006320*----------------------------------------------------------*
006330 4400-REMITTANCE-LINE.
006340     IF NOT CHECK-OPEN
006350         OR RM-BATCH-NO NOT = WB-BATCH-NO (WS-BATCH-COUNT)
006360         OR RM-ITEM-NO NOT = WS-CK-ITEM-NO
006370         SET BAD-STRUCTURE TO TRUE
006380         DISPLAY "LOCKBOX REMITTANCE LINE WITH NO CHECK: "
006390             RM-BATCH-NO "/" RM-ITEM-NO
006400     ELSE
006410         ADD 1 TO WS-CK-REMIT-COUNT
006420         IF RM-AMOUNT NUMERIC
006430             ADD RM-AMOUNT TO WS-CK-REMIT-TOTAL
006440         ELSE
006450             SET CK-BAD-AMOUNT TO TRUE
006460         END-IF
006470         IF WS-LINE-COUNT < WS-MAX-LINES
006480             ADD 1 TO WS-LINE-COUNT
006490             IF RM-CUSTOMER-ID = SPACES
006500                 MOVE WS-CK-CUSTOMER-ID
006510                     TO WL-CUSTOMER-ID (WS-LINE-COUNT)
006520             ELSE
006530                 MOVE RM-CUSTOMER-ID
006540                     TO WL-CUSTOMER-ID (WS-LINE-COUNT)
006550             END-IF
006560             MOVE RM-INVOICE-NO TO WL-INVOICE-NO (WS-LINE-COUNT)
006570             IF RM-AMOUNT NUMERIC
006580                 MOVE RM-AMOUNT TO WL-AMOUNT (WS-LINE-COUNT)
006590             ELSE
006600                 MOVE ZERO      TO WL-AMOUNT (WS-LINE-COUNT)
006610             END-IF
006620         END-IF
006630     END-IF.
006640 4400-EXIT.
006650     EXIT.

006660*----------------------------------------------------------*
006670* 4500-BATCH-TRAILER - PICK UP THE BANK'S CONTROLS FOR THE *
006680* OPEN BATCH AND PRINT THEM AGAINST WHAT ITS CHECKS ADDED  *
006690* UP TO.                                                   *
006700*----------------------------------------------------------*
006710 4500-BATCH-TRAILER.
006720     IF NOT BATCH-OPEN
006730         OR BT-BATCH-NO NOT = WB-BATCH-NO (WS-BATCH-COUNT)
006740         SET BAD-STRUCTURE TO TRUE
006750         DISPLAY "LOCKBOX BATCH TRAILER WITH NO BATCH: "
006760             BT-BATCH-NO
006770     ELSE
006780         MOVE 'N' TO WS-BATCH-OPEN-SW
006790         MOVE 'Y' TO WB-TRAILER-SW (WS-BATCH-COUNT)
006800         MOVE BT-ITEM-COUNT  TO WB-EXP-COUNT (WS-BATCH-COUNT)
006810         MOVE BT-BATCH-TOTAL TO WB-EXP-TOTAL (WS-BATCH-COUNT)
006820         MOVE WS-BATCH-COUNT TO WS-BATCH-IDX
006830         PERFORM 4550-PRINT-BATCH-TOTALS THRU 4550-EXIT
006840     END-IF.
006850 4500-EXIT.
006860     EXIT.

006870 4550-PRINT-BATCH-TOTALS.
006880     MOVE SPACES TO WS-BALANCE-LINE.
006890     MOVE "BATCH"        TO BL-LEVEL.
006900     MOVE "EXPECTED"     TO BL-KIND.
006910     MOVE WB-EXP-COUNT (WS-BATCH-IDX) TO BL-COUNT.
006920     MOVE WB-EXP-TOTAL (WS-BATCH-IDX) TO BL-TOTAL.
006930     WRITE RPT-RECORD FROM WS-BALANCE-LINE.
006940     MOVE "ACTUAL"       TO BL-KIND.
006950     MOVE WB-ACT-COUNT (WS-BATCH-IDX) TO BL-COUNT.
006960     MOVE WB-ACT-TOTAL (WS-BATCH-IDX) TO BL-TOTAL.
006970     IF WB-ACT-COUNT (WS-BATCH-IDX)
006980             NOT = WB-EXP-COUNT (WS-BATCH-IDX)
006990         OR WB-ACT-TOTAL (WS-BATCH-IDX)
007000             NOT = WB-EXP-TOTAL (WS-BATCH-IDX)
007010         MOVE "OUT OF BALANCE" TO BL-FLAG
007020     END-IF.
007030     WRITE RPT-RECORD FROM WS-BALANCE-LINE.
007040     MOVE SPACES TO WS-COUNT-LINE.
007050     MOVE "CHECKS HELD" TO CT-LABEL.
007060     MOVE WB-HELD-COUNT (WS-BATCH-IDX) TO CT-COUNT.
007070     MOVE WB-HELD-TOTAL (WS-BATCH-IDX) TO CT-AMOUNT.
007080     WRITE RPT-RECORD FROM WS-COUNT-LINE.
007090 4550-EXIT.
007100     EXIT.

007110 4600-FILE-TRAILER.
007120     IF BATCH-OPEN
007130         SET BAD-STRUCTURE TO TRUE
007140         DISPLAY "LOCKBOX BATCH " WB-BATCH-NO (WS-BATCH-COUNT)
007150             " HAS NO TRAILER"
007160         MOVE 'N' TO WS-BATCH-OPEN-SW
007170     END-IF.
007180     MOVE 'Y' TO WS-TRAILER-SW.
007190     MOVE FT-BATCH-COUNT TO WS-EXPECTED-BATCHES.
007200     MOVE FT-ITEM-COUNT  TO WS-EXPECTED-COUNT.
007210     MOVE FT-FILE-TOTAL  TO WS-EXPECTED-TOTAL.
007220 4600-EXIT.
007230     EXIT.

007240*----------------------------------------------------------*
007250* 4700-CLOSE-THE-CHECK - THE CHECK BEING GATHERED IS       *
007260* COMPLETE.  IF ITS LINES CAN BE RELEASED AS THEY STAND    *
007270* THEY BECOME PAYMENTS; OTHERWISE THE WHOLE CHECK IS HELD. *
007280*----------------------------------------------------------*
007290 4700-CLOSE-THE-CHECK.
007300     IF CHECK-OPEN
007310         MOVE 'N' TO WS-CHECK-OPEN-SW
007320         PERFORM 4710-FIND-HOLD-REASON THRU 4710-EXIT
007330         IF WS-HOLD-REASON-CODE = SPACES
007340             PERFORM 4730-ACCEPT-THE-CHECK THRU 4730-EXIT
007350         ELSE
007360             PERFORM 4750-HOLD-THE-CHECK THRU 4750-EXIT
007370         END-IF
007380         PERFORM 4790-PRINT-CHECK-LINE THRU 4790-EXIT
007390     END-IF.
007400 4700-EXIT.
007410     EXIT.

007420*----------------------------------------------------------*
007430* 4710-FIND-HOLD-REASON - A CHECK IS HELD WHEN ITS LINES   *
007440* DO NOT ADD UP TO IT, WHEN A LINE HAS NO CUSTOMER, OR     *
007450* WHEN A LINE WILL NOT FIT A PAYMENTS.DAT AMOUNT.  A CHECK *
007460* WITH NO LINES AT ALL GOES TO ITS OWN ACCOUNT AS ONE      *
007470* CUSTOMER-ONLY PAYMENT, AND IS HELD ONLY IF THE BANK GAVE *
007480* NO ACCOUNT.                                              *
007490*----------------------------------------------------------*
007500 4710-FIND-HOLD-REASON.
007510     MOVE SPACES TO WS-HOLD-REASON-CODE.
007520     MOVE SPACES TO WS-HOLD-REASON-TEXT.
007530     IF WS-CK-REMIT-COUNT = ZERO
007540         MOVE WS-CK-AMOUNT TO WS-CK-REMIT-TOTAL
007550         IF WS-CK-CUSTOMER-ID = SPACES
007560             MOVE "04" TO WS-HOLD-REASON-CODE
007570             MOVE "NO REMITTANCE AND NO ACCOUNT"
007580                 TO WS-HOLD-REASON-TEXT
007590         ELSE
007600             MOVE 1                 TO WS-LINE-COUNT
007610             MOVE WS-CK-CUSTOMER-ID TO WL-CUSTOMER-ID (1)
007620             MOVE SPACES            TO WL-INVOICE-NO (1)
007630             MOVE WS-CK-AMOUNT      TO WL-AMOUNT (1)
007640         END-IF
007650     END-IF.
007660     IF WS-HOLD-REASON-CODE = SPACES
007670         AND WS-CK-REMIT-COUNT > WS-MAX-LINES
007680         MOVE "05" TO WS-HOLD-REASON-CODE
007690         MOVE "TOO MANY REMITTANCE LINES"
007700             TO WS-HOLD-REASON-TEXT
007710     END-IF.
007720     IF WS-HOLD-REASON-CODE = SPACES
007730         AND CK-BAD-AMOUNT
007740         MOVE "06" TO WS-HOLD-REASON-CODE
007750         MOVE "REMITTANCE AMOUNT NOT NUMERIC"
007760             TO WS-HOLD-REASON-TEXT
007770     END-IF.
007780     IF WS-HOLD-REASON-CODE = SPACES
007790         AND WS-CK-REMIT-TOTAL NOT = WS-CK-AMOUNT
007800         MOVE "01" TO WS-HOLD-REASON-CODE
007810         MOVE "REMITTANCE NOT EQUAL TO CHECK"
007820             TO WS-HOLD-REASON-TEXT
007830     END-IF.
007840     IF WS-HOLD-REASON-CODE = SPACES
007850         PERFORM 4720-CHECK-ONE-LINE THRU 4720-EXIT
007860             VARYING WS-LINE-IDX FROM 1 BY 1
007870             UNTIL WS-LINE-IDX > WS-LINE-COUNT
007880             OR WS-HOLD-REASON-CODE NOT = SPACES
007890     END-IF.
007900 4710-EXIT.
007910     EXIT.

007920 4720-CHECK-ONE-LINE.
007930     IF WL-CUSTOMER-ID (WS-LINE-IDX) = SPACES
007940         MOVE "02" TO WS-HOLD-REASON-CODE
007950         MOVE "REMITTANCE LINE HAS NO ACCOUNT"
007960             TO WS-HOLD-REASON-TEXT
007970     ELSE
007980         IF WL-AMOUNT (WS-LINE-IDX) > WS-MAX-PAY-AMOUNT
007990             MOVE "03" TO WS-HOLD-REASON-CODE
008000             MOVE "LINE OVER PAYMENT AMOUNT LIMIT"
008010                 TO WS-HOLD-REASON-TEXT
008020         END-IF
008030     END-IF.
008040 4720-EXIT.
008050     EXIT.

008060*----------------------------------------------------------*
008070* 4730-ACCEPT-THE-CHECK - ONE PAYMENT PER REMITTANCE LINE, *
008080* DATED WITH THE BATCH'S DEPOSIT DATE AND IN THE BATCH'S   *
008090* CURRENCY.  A ZERO LINE CARRIES NO CASH AND IS DROPPED.   *
008093* THE CHECK TAKES THE NEXT CHECK SEQUENCE, AND EVERY LINE  *
008096* CARRIES IT WITH THE FULL CHECK AMOUNT.                   *
008100*----------------------------------------------------------*
008110 4730-ACCEPT-THE-CHECK.
008115     ADD 1 TO WS-CHECK-SEQ.
008120     PERFORM 4740-ACCEPT-ONE-LINE THRU 4740-EXIT
008130         VARYING WS-LINE-IDX FROM 1 BY 1
008140         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
008150 4730-EXIT.
008160     EXIT.

008170 4740-ACCEPT-ONE-LINE.
008180     IF WL-AMOUNT (WS-LINE-IDX) > ZERO
008190         IF WS-PAYMENT-COUNT < WS-MAX-PAYMENTS
008200             MOVE WL-CUSTOMER-ID (WS-LINE-IDX) TO WPI-CUSTOMER-ID
008210             MOVE WB-DEPOSIT-DATE (WS-BATCH-COUNT)
008220                 TO WPI-PAY-DATE
008230             MOVE WL-AMOUNT (WS-LINE-IDX)      TO WPI-PAY-AMOUNT
008240             MOVE WB-CURRENCY-CODE (WS-BATCH-COUNT)
008250                 TO WPI-CURRENCY-CODE
008260             MOVE WL-INVOICE-NO (WS-LINE-IDX)  TO WPI-INVOICE-NO
008263             MOVE WS-CHECK-SEQ                 TO WPI-CHECK-SEQ
008266             MOVE WS-CK-AMOUNT                 TO WPI-CHECK-AMOUNT
008270             ADD 1 TO WS-PAYMENT-COUNT
008280             MOVE WS-PAYMENT-IMAGE-WORK
008290                 TO WP-PAYMENT-IMAGE (WS-PAYMENT-COUNT)
008300         ELSE
008310             SET BAD-STRUCTURE TO TRUE
008320             DISPLAY "*** LOCKBOX FILE EXCEEDS " WS-MAX-PAYMENTS
008330                 " PAYMENT CAPACITY - FILE REFUSED ***"
008340         END-IF
008350     END-IF.
008360 4740-EXIT.
008370     EXIT.

008380*----------------------------------------------------------*
008390* 4750-HOLD-THE-CHECK - ONE "C" HOLD RECORD WITH THE       *
008400* REASON AND ONE "L" RECORD PER LINE KEPT, SO THE CHECK    *
008410* CAN BE WORKED WITHOUT THE BANK FILE.                     *
008420*----------------------------------------------------------*
008430 4750-HOLD-THE-CHECK.
008440     ADD 1 TO WB-HELD-COUNT (WS-BATCH-COUNT).
008450     ADD WS-CK-AMOUNT TO WB-HELD-TOTAL (WS-BATCH-COUNT).
008460     ADD 1 TO WS-HELD-COUNT.
008470     ADD WS-CK-AMOUNT TO WS-HELD-TOTAL.
008480     MOVE SPACES                TO WS-HOLD-WORK.
008490     SET HLD-CHECK-REC TO TRUE.
008500     MOVE WS-RUN-BUSINESS-DATE  TO HLD-DATE-HELD.
008510     MOVE WB-BATCH-NO (WS-BATCH-COUNT) TO HLD-BATCH-NO.
008520     MOVE WS-CK-ITEM-NO         TO HLD-ITEM-NO.
008530     MOVE WS-CK-CHECK-NO        TO HLD-CHECK-NO.
008540     MOVE WS-CK-CUSTOMER-ID     TO HLD-CUSTOMER-ID.
008550     MOVE WB-DEPOSIT-DATE (WS-BATCH-COUNT) TO HLD-DEPOSIT-DATE.
008560     MOVE WB-CURRENCY-CODE (WS-BATCH-COUNT)
008570         TO HLD-CURRENCY-CODE.
008580     MOVE WS-CK-AMOUNT          TO HLD-CHECK-AMOUNT.
008590     MOVE WS-CK-REMIT-TOTAL     TO HLD-REMIT-TOTAL.
008600     MOVE WS-CK-REMIT-COUNT     TO HLD-LINE-COUNT.
008610     MOVE WS-HOLD-REASON-CODE   TO HLD-REASON-CODE.
008620     MOVE WS-HOLD-REASON-TEXT   TO HLD-REASON-TEXT.
008630     PERFORM 4770-ADD-HOLD-IMAGE THRU 4770-EXIT.
008640     PERFORM 4760-HOLD-ONE-LINE THRU 4760-EXIT
008650         VARYING WS-LINE-IDX FROM 1 BY 1
008660         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
008670 4750-EXIT.
008680     EXIT.

008690 4760-HOLD-ONE-LINE.
008700     MOVE SPACES                TO HLD-DATA.
008710     SET HLD-LINE-REC TO TRUE.
008720     MOVE WL-CUSTOMER-ID (WS-LINE-IDX) TO HLL-CUSTOMER-ID.
008730     MOVE WL-INVOICE-NO (WS-LINE-IDX)  TO HLL-INVOICE-NO.
008740     MOVE WL-AMOUNT (WS-LINE-IDX)      TO HLL-AMOUNT.
008750     PERFORM 4770-ADD-HOLD-IMAGE THRU 4770-EXIT.
008760 4760-EXIT.
008770     EXIT.

008780 4770-ADD-HOLD-IMAGE.
008790     IF WS-HOLD-COUNT < WS-MAX-HOLDS
008800         ADD 1 TO WS-HOLD-COUNT
008810         MOVE WS-HOLD-WORK TO WH-HOLD-IMAGE (WS-HOLD-COUNT)
008820     ELSE
008830         SET BAD-STRUCTURE TO TRUE
008840         DISPLAY "*** LOCKBOX FILE EXCEEDS " WS-MAX-HOLDS
008850             " HOLD CAPACITY - FILE REFUSED ***"
008860     END-IF.
008870 4770-EXIT.
008880     EXIT.

008890 4790-PRINT-CHECK-LINE.
008900     MOVE SPACES             TO WS-CHECK-LINE.
008910     MOVE WS-CK-ITEM-NO      TO CL-ITEM-NO.
008920     MOVE WS-CK-CHECK-NO     TO CL-CHECK-NO.
008930     MOVE WS-CK-CUSTOMER-ID  TO CL-CUSTOMER-ID.
008940     MOVE WS-CK-AMOUNT       TO CL-CHECK-AMOUNT.
008950     MOVE WS-CK-REMIT-TOTAL  TO CL-REMIT-TOTAL.
008960     MOVE WS-CK-REMIT-COUNT  TO CL-LINES.
008970     IF WS-HOLD-REASON-CODE = SPACES
008980         MOVE "ACCEPTED"     TO CL-STATUS
008990     ELSE
009000         MOVE "HELD"         TO CL-STATUS
009010         MOVE WS-HOLD-REASON-TEXT TO CL-REASON
009020     END-IF.
009030     WRITE RPT-RECORD FROM WS-CHECK-LINE.
009040 4790-EXIT.
009050     EXIT.

009060*----------------------------------------------------------*
009070* 5000-BALANCE-THE-FILE - THE FILE MUST HAVE A HEADER AND  *
009080* A TRAILER, EVERY BATCH ITS TRAILER, EVERY BATCH MUST     *
009090* MATCH ITS TRAILER'S CHECK COUNT AND TOTAL, AND THE FILE  *
009100* MUST MATCH THE FILE TRAILER'S BATCH COUNT, CHECK COUNT   *
009110* AND TOTAL, ALL TO THE PENNY.                             *
009120*----------------------------------------------------------*
009130 5000-BALANCE-THE-FILE.
009140     IF NOT HEADER-SEEN
009150         SET BAD-STRUCTURE TO TRUE
009160         DISPLAY "LOCKBOX FILE HAS NO HEADER RECORD"
009170     END-IF.
009180     IF NOT TRAILER-SEEN
009190         SET BAD-STRUCTURE TO TRUE
009200         DISPLAY "LOCKBOX FILE HAS NO TRAILER RECORD"
009210     END-IF.
009220     IF BATCH-OPEN
009230         SET BAD-STRUCTURE TO TRUE
009240         DISPLAY "LOCKBOX BATCH " WB-BATCH-NO (WS-BATCH-COUNT)
009250             " HAS NO TRAILER"
009260     END-IF.
009270     PERFORM 5100-BALANCE-ONE-BATCH THRU 5100-EXIT
009280         VARYING WS-BATCH-IDX FROM 1 BY 1
009290         UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
009300     IF TRAILER-SEEN
009310         IF WS-BATCH-COUNT NOT = WS-EXPECTED-BATCHES
009320             OR WS-ACTUAL-COUNT NOT = WS-EXPECTED-COUNT
009330             OR WS-ACTUAL-TOTAL NOT = WS-EXPECTED-TOTAL
009340             SET FILE-OUT-OF-BALANCE TO TRUE
009350         END-IF
009360     END-IF.
009370 5000-EXIT.
009380     EXIT.

009390 5100-BALANCE-ONE-BATCH.
009400     IF WB-TRAILER-SEEN (WS-BATCH-IDX)
009410         IF WB-ACT-COUNT (WS-BATCH-IDX)
009420                 NOT = WB-EXP-COUNT (WS-BATCH-IDX)
009430             OR WB-ACT-TOTAL (WS-BATCH-IDX)
009440                 NOT = WB-EXP-TOTAL (WS-BATCH-IDX)
009450             SET FILE-OUT-OF-BALANCE TO TRUE
009460             DISPLAY "LOCKBOX BATCH " WB-BATCH-NO (WS-BATCH-IDX)
009470                 " OUT OF BALANCE"
009480         END-IF
009490     ELSE
009500         SET BAD-STRUCTURE TO TRUE
009510     END-IF.
009520 5100-EXIT.
009530     EXIT.

009540*----------------------------------------------------------*
009550* 5500-CHECK-DUPLICATE-BATCHES - A BATCH WHOSE DEPOSIT     *
009560* DATE AND TOTAL ARE ALREADY ON THE REGISTER IS A          *
009570* RE-TRANSMITTED BATCH, NOT NEW CASH.  ONE SUCH BATCH      *
009580* REFUSES THE FILE.                                        *
009590*----------------------------------------------------------*
009600 5500-CHECK-DUPLICATE-BATCHES.
009610     PERFORM 5550-CHECK-ONE-BATCH THRU 5550-EXIT
009620         VARYING WS-BATCH-IDX FROM 1 BY 1
009630         UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
009640 5500-EXIT.
009650     EXIT.

009660 5550-CHECK-ONE-BATCH.
009670     PERFORM 5560-CHECK-ONE-REGISTER-ENTRY THRU 5560-EXIT
009680         VARYING WS-REGISTER-IDX FROM 1 BY 1
009690         UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
009700         OR WB-DUPLICATE (WS-BATCH-IDX).
009710     IF WB-DUPLICATE (WS-BATCH-IDX)
009720         SET DUPLICATE-BATCH TO TRUE
009730         DISPLAY "LOCKBOX BATCH " WB-BATCH-NO (WS-BATCH-IDX)
009740             " ALREADY ON THE DEPOSIT REGISTER"
009750     END-IF.
009760 5550-EXIT.
009770     EXIT.

009780 5560-CHECK-ONE-REGISTER-ENTRY.
009790     IF WR-DEPOSIT-DATE (WS-REGISTER-IDX)
009800             = WB-DEPOSIT-DATE (WS-BATCH-IDX)
009810         AND WR-DEPOSIT-TOTAL (WS-REGISTER-IDX)
009820             = WB-EXP-TOTAL (WS-BATCH-IDX)
009830         MOVE 'Y' TO WB-DUPLICATE-SW (WS-BATCH-IDX)
009840     END-IF.
009850 5560-EXIT.
009860     EXIT.

009870*----------------------------------------------------------*
009880* 6000-RELEASE-THE-FILE - ADD THE SPLIT PAYMENTS TO        *
009890* PAYMENTS.DAT AFTER THE DEPOSIT EDIT'S, APPEND EACH BATCH *
009900* TO THE DEPOSIT REGISTER, AND APPEND THE HELD CHECKS TO   *
009910* THE HOLD FILE.  A HELD CHECK ENDS THE RUN WITH           *
009920* RETURN-CODE 4.                                           *
009930*----------------------------------------------------------*
009940 6000-RELEASE-THE-FILE.
009950     OPEN EXTEND PAYMENT-FILE.
009960     PERFORM 6100-RELEASE-ONE-PAYMENT THRU 6100-EXIT
009970         VARYING WS-PAYMENT-IDX FROM 1 BY 1
009980         UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT.
009990     CLOSE PAYMENT-FILE.
010000     OPEN EXTEND DEPOSIT-REGISTER.
010010     PERFORM 6200-REGISTER-ONE-BATCH THRU 6200-EXIT
010020         VARYING WS-BATCH-IDX FROM 1 BY 1
010030         UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
010040     CLOSE DEPOSIT-REGISTER.
010050     IF WS-HOLD-COUNT > ZERO
010060         OPEN EXTEND HOLD-FILE
010070         PERFORM 6300-WRITE-ONE-HOLD THRU 6300-EXIT
010080             VARYING WS-HOLD-IDX FROM 1 BY 1
010090             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
010100         CLOSE HOLD-FILE
010110         DISPLAY "LOCKBOX CHECKS HELD: " WS-HELD-COUNT
010120         IF RETURN-CODE < 4
010130             MOVE 4 TO RETURN-CODE
010140         END-IF
010150     END-IF.
010160     SET FILE-RELEASED TO TRUE.
010170 6000-EXIT.
010180     EXIT.

010190 6100-RELEASE-ONE-PAYMENT.
010200     MOVE WP-PAYMENT-IMAGE (WS-PAYMENT-IDX) TO PAYMENT-RECORD.
010210     WRITE PAYMENT-RECORD.
010220 6100-EXIT.
010230     EXIT.

010240 6200-REGISTER-ONE-BATCH.
010250     MOVE WB-DEPOSIT-DATE (WS-BATCH-IDX) TO DR-DEPOSIT-DATE.
010260     MOVE WB-ACT-COUNT (WS-BATCH-IDX)    TO DR-ITEM-COUNT.
010270     MOVE WB-EXP-TOTAL (WS-BATCH-IDX)    TO DR-DEPOSIT-TOTAL.
010280     WRITE DEPOSIT-REGISTER-RECORD.
010290 6200-EXIT.
010300     EXIT.

010310 6300-WRITE-ONE-HOLD.
010320     MOVE WH-HOLD-IMAGE (WS-HOLD-IDX) TO HOLD-RECORD.
010330     WRITE HOLD-RECORD.
010340 6300-EXIT.
010350     EXIT.

010360*----------------------------------------------------------*
010370* 6500-REFUSE-THE-FILE - NOTHING IS RELEASED OR HELD.  THE *
010380* BANNER SAYS WHY AND THE RUN ENDS WITH RETURN-CODE 8 SO   *
010390* THE JOB STREAM STOPS SHORT OF CASH-APPLY.                *
010400*----------------------------------------------------------*
010410 6500-REFUSE-THE-FILE.
010420     WRITE RPT-RECORD FROM WS-BLANK-LINE.
010430     WRITE RPT-RECORD FROM WS-BANNER-LINE-1.
010440     EVALUATE TRUE
010450         WHEN DUPLICATE-BATCH
010460             MOVE "*** DUPLICATE BATCH - ALREADY PROCESSED"
010470                 TO BN-BANNER-TEXT
010480         WHEN FILE-OUT-OF-BALANCE
010490             MOVE "*** OUT OF BALANCE - FILE NOT RELEASED"
010500                 TO BN-BANNER-TEXT
010510         WHEN OTHER
010520             MOVE "*** LOCKBOX FILE STRUCTURE BAD - REFUSED"
010530                 TO BN-BANNER-TEXT
010540     END-EVALUATE.
010550     WRITE RPT-RECORD FROM WS-BANNER-LINE-2.
010560     WRITE RPT-RECORD FROM WS-BANNER-LINE-1.
010570     DISPLAY BN-BANNER-TEXT.
010580     IF RETURN-CODE < 8
010590         MOVE 8 TO RETURN-CODE
010600     END-IF.
010610 6500-EXIT.
010620     EXIT.

010630*----------------------------------------------------------*
010640* 7000-PRINT-TOTALS - FILE EXPECTED VERSUS ACTUAL, AND     *
010650* WHAT THE RUN DID WITH THE CHECKS                         *
010660*----------------------------------------------------------*
010670 7000-PRINT-TOTALS.
010680     WRITE RPT-RECORD FROM WS-BLANK-LINE.
010690     MOVE SPACES TO WS-BALANCE-LINE.
010700     MOVE "FILE"         TO BL-LEVEL.
010710     MOVE "EXPECTED"     TO BL-KIND.
010720     MOVE WS-EXPECTED-COUNT TO BL-COUNT.
010730     MOVE WS-EXPECTED-TOTAL TO BL-TOTAL.
010740     WRITE RPT-RECORD FROM WS-BALANCE-LINE.
010750     MOVE "ACTUAL"       TO BL-KIND.
010760     MOVE WS-ACTUAL-COUNT TO BL-COUNT.
010770     MOVE WS-ACTUAL-TOTAL TO BL-TOTAL.
010780     IF FILE-OUT-OF-BALANCE
010790         MOVE "OUT OF BALANCE" TO BL-FLAG
010800     END-IF.
010810     WRITE RPT-RECORD FROM WS-BALANCE-LINE.
010820     MOVE SPACES TO WS-COUNT-LINE.
010830     MOVE "BATCHES IN FILE" TO CT-LABEL.
010840     MOVE WS-BATCH-COUNT    TO CT-COUNT.
010850     WRITE RPT-RECORD FROM WS-COUNT-LINE.
010860     MOVE SPACES TO WS-COUNT-LINE.
010870     MOVE "CHECKS HELD" TO CT-LABEL.
010880     MOVE WS-HELD-COUNT TO CT-COUNT.
010890     MOVE WS-HELD-TOTAL TO CT-AMOUNT.
010900     WRITE RPT-RECORD FROM WS-COUNT-LINE.
010910     MOVE SPACES TO WS-COUNT-LINE.
010920     MOVE "PAYMENTS RELEASED TO CASH" TO CT-LABEL.
010930     IF FILE-RELEASED
010940         MOVE WS-PAYMENT-COUNT        TO CT-COUNT
010950     ELSE
010960         MOVE ZERO                    TO CT-COUNT
010970     END-IF.
010980     WRITE RPT-RECORD FROM WS-COUNT-LINE.
010990     DISPLAY "TRANSMISSION DATE: " WS-TRANSMIT-DATE.
011000     DISPLAY "EXPECTED CHECKS:   " WS-EXPECTED-COUNT.
011010     DISPLAY "ACTUAL CHECKS:     " WS-ACTUAL-COUNT.
011020     DISPLAY "EXPECTED TOTAL:    " WS-EXPECTED-TOTAL.
011030     DISPLAY "ACTUAL TOTAL:      " WS-ACTUAL-TOTAL.
011040 7000-EXIT.
011050     EXIT.

011060*----------------------------------------------------------*
011070* 9000-TERMINATE - CLOSE FILES AND END THE RUN             *
011080*----------------------------------------------------------*
011090 9000-TERMINATE.
011100     CLOSE LOCKBOX-FILE.
011110     CLOSE LOCKBOX-RPT.
011120 9000-EXIT.
011130     EXIT.

011140*----------------------------------------------------------*
011150* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
011160* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
011170* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
011180* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
011190* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
011200* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
011210* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
011220*----------------------------------------------------------*
011230 9200-START-RUN-CONTROL.
011240     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
011250     OPEN I-O RUN-CONTROL-FILE.
011260     SET RUN-STEP-IDX TO 1.
011270     SEARCH RUN-STEP-ENTRY
011280         AT END
011290             MOVE ZERO TO WS-RUN-OWN-POSITION
011300         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
011310             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
011320     END-SEARCH.
011330     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
011340     IF NOT STEP-REFUSED
011350         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
011360     END-IF.
011370     IF NOT STEP-REFUSED
011380         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
011390     END-IF.
011400     IF STEP-REFUSED
011410         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
011420     ELSE
011430         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
011440     END-IF.
011450 9200-EXIT.
011460     EXIT.

011470*----------------------------------------------------------*
011480* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
011490* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
011500* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
011510* THE STEP IS REFUSED.                                     *
011520*----------------------------------------------------------*
011530 9225-READ-BUSINESS-DATE.
011540     MOVE ZERO            TO RUN-BUSINESS-DATE.
011550     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
011560     READ RUN-CONTROL-FILE
011570         INVALID KEY
011580             SET STEP-REFUSED TO TRUE
011590             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
011600         NOT INVALID KEY
011610             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
011620     END-READ.
011630 9225-EXIT.
011640     EXIT.

011650*----------------------------------------------------------*
011660* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
011670* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
011680* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
011690* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
011700* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
011710* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
011720*----------------------------------------------------------*
011730 9230-CHECK-STEP-ORDER.
011740     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
011750     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
011760         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
011770         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
011780         OR STEP-REFUSED.
011790 9230-EXIT.
011800     EXIT.

011810 9235-CHECK-ONE-STEP.
011820     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
011830         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
011840     END-IF.
011850     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
011860         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
011870         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
011880             SET STEP-REFUSED TO TRUE
011890             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
011900                 TO WS-RUN-REASON-STEP
011910             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
011920         END-IF
011930     END-IF.
011940 9235-EXIT.
011950     EXIT.

011960 9237-CHECK-PREDECESSOR.
011970     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
011980     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
011990         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
012000             SET STEP-REFUSED TO TRUE
012010         END-IF
012020     ELSE
012030         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
012040             SET STEP-REFUSED TO TRUE
012050         END-IF
012060     END-IF.
012070     IF STEP-REFUSED
012080         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
012090             TO WS-RUN-REASON-STEP
012100         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
012110     END-IF.
012120 9237-EXIT.
012130     EXIT.

012140*----------------------------------------------------------*
012150* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
012160* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
012170* FAILED RUNS AGAIN FROM THE TOP.                          *
012180*----------------------------------------------------------*
012190 9240-CHECK-OWN-STEP.
012200     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
012210     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
012220     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
012230     IF RUN-RECORD-FOUND AND RUN-COMPLETE
012240         SET STEP-REFUSED TO TRUE
012250         MOVE "ALREADY COMPLETE FOR THIS DATE"
012260                 TO WS-RUN-REASON
012270     END-IF.
012280 9240-EXIT.
012290     EXIT.

012300*----------------------------------------------------------*
012310* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
012320* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
012330* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
012340*----------------------------------------------------------*
012350 9250-MARK-STEP-STARTED.
012360     IF NOT RUN-RECORD-FOUND
012370         MOVE SPACES TO RUN-STEP-DATA
012380         MOVE ZERO   TO RUN-ATTEMPT-COUNT
012390         MOVE ZERO   TO RUN-REFUSAL-COUNT
012400     END-IF.
012410     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
012420     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
012430     SET RUN-STARTED TO TRUE.
012440     MOVE ZERO                 TO RUN-RETURN-CODE.
012450     ADD 1                     TO RUN-ATTEMPT-COUNT.
012460     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
012470     ACCEPT WS-RUN-TIME FROM TIME.
012480     MOVE WS-RUN-TIME          TO RUN-START-TIME.
012490     MOVE ZERO                 TO RUN-END-DATE.
012500     MOVE ZERO                 TO RUN-END-TIME.
012510     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
012520     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
012530     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
012540     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
012550     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
012560     MOVE SPACES               TO RUN-MESSAGE.
012570     IF WS-RUN-RESUME-COUNT > ZERO
012580         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
012590         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
012600             " COMMITTED TRANSACTIONS"
012610     END-IF.
012620     IF RUN-RECORD-FOUND
012630         REWRITE RUN-CONTROL-RECORD
012640             INVALID KEY
012650                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
012660         END-REWRITE
012670     ELSE
012680         WRITE RUN-CONTROL-RECORD
012690             INVALID KEY
012700                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
012710         END-WRITE
012720     END-IF.
012730 9250-EXIT.
012740     EXIT.

012750*----------------------------------------------------------*
012760* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
012770* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
012780* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
012790* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
012800* OF AN ATTEMPT ALREADY ON FILE.                           *
012810*----------------------------------------------------------*
012820 9260-REFUSE-THE-STEP.
012830     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
012840         WS-RUN-REASON " ***".
012850     IF WS-RUN-BUSINESS-DATE > ZERO
012860         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
012870         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
012880         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
012890         IF RUN-RECORD-FOUND
012900             ADD 1 TO RUN-REFUSAL-COUNT
012910             MOVE WS-RUN-REASON TO RUN-MESSAGE
012920             REWRITE RUN-CONTROL-RECORD
012930                 INVALID KEY
012940                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
012950                         RUN-KEY
012960             END-REWRITE
012970         ELSE
012980             MOVE SPACES             TO RUN-STEP-DATA
012990             SET RUN-REFUSED TO TRUE
013000             MOVE 8                  TO RUN-RETURN-CODE
013010             MOVE ZERO               TO RUN-ATTEMPT-COUNT
013020             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
013030             ACCEPT WS-RUN-TIME FROM TIME
013040             MOVE WS-RUN-TIME        TO RUN-START-TIME
013050             MOVE ZERO               TO RUN-END-DATE
013060             MOVE ZERO               TO RUN-END-TIME
013070             MOVE ZERO               TO RUN-INPUT-COUNT
013080             MOVE ZERO               TO RUN-INPUT-TOTAL
013090             MOVE ZERO               TO RUN-COMMIT-COUNT
013100             MOVE ZERO               TO RUN-RESUME-COUNT
013110             MOVE 1                  TO RUN-REFUSAL-COUNT
013120             MOVE WS-RUN-REASON      TO RUN-MESSAGE
013130             WRITE RUN-CONTROL-RECORD
013140                 INVALID KEY
013150                     DISPLAY "RUN-CONTROL WRITE FAILED: "
013160                         RUN-KEY
013170             END-WRITE
013180         END-IF
013190     END-IF.
013200     CLOSE RUN-CONTROL-FILE.
013210     IF RETURN-CODE < 8
013220         MOVE 8 TO RETURN-CODE
013230     END-IF.
013240 9260-EXIT.
013250     EXIT.

013260*----------------------------------------------------------*
013270* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
013280* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
013290* WS-RUN-CHECK-DATE.                                       *
013300*----------------------------------------------------------*
013310 9290-READ-STEP-RECORD.
013320     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
013330     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
013340         TO RUN-STEP-NAME.
013350     READ RUN-CONTROL-FILE
013360         INVALID KEY
013370             MOVE 'N' TO WS-RUN-RECORD-SW
013380         NOT INVALID KEY
013390             MOVE 'Y' TO WS-RUN-RECORD-SW
013400     END-READ.
013410 9290-EXIT.
013420     EXIT.

013430*----------------------------------------------------------*
013440* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
013450* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
013460* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
013470* TOTALS - THE CHECKS READ FROM THE LOCKBOX FILE AND THEIR *
013480* TOTAL.                                                   *
013490*----------------------------------------------------------*
013500 9500-END-RUN-CONTROL.
013510     MOVE WS-ACTUAL-COUNT      TO WS-RUN-INPUT-COUNT.
013520     MOVE WS-ACTUAL-TOTAL      TO WS-RUN-INPUT-TOTAL.
013530     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
013540     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
013550     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
013560     IF RUN-RECORD-FOUND
013570         IF RETURN-CODE < 8
013580             SET RUN-COMPLETE TO TRUE
013590         ELSE
013600             SET RUN-FAILED TO TRUE
013610         END-IF
013620         MOVE RETURN-CODE        TO RUN-RETURN-CODE
013630         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
013640         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
013650         ACCEPT WS-RUN-TIME FROM TIME
013660         MOVE WS-RUN-TIME        TO RUN-END-TIME
013670         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
013680         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
013690         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
013700         REWRITE RUN-CONTROL-RECORD
013710             INVALID KEY
013720                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
013730         END-REWRITE
013740     ELSE
013750         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
013760     END-IF.
013770     CLOSE RUN-CONTROL-FILE.
013780 9500-EXIT.
013790     EXIT.
