000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NSF-REVERSAL.
000120 AUTHOR. R W HOLLOWAY.
000130 INSTALLATION. AR SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MAINTENANCE HISTORY                                       *
000180*----------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                              *
000200*  ---------  ----  -----------------------------------------*
000210*  10/15/2026 RWH   INITIAL VERSION.  BACKS OUT A PAYMENT THE *
000220*                   BANK RETURNED AFTER CASH-APPLY POSTED IT. *
000230*                   EACH RETURNED ITEM ON RETITEMS.DAT        *
000240*                   (CUSTOMER, PAY DATE, INVOICE, AMOUNT AND  *
000250*                   THE BANK'S RETURN REASON) IS MATCHED TO   *
000260*                   THE APPLIED-CASH RECORDS (APPLIED.DAT)    *
000270*                   FOR THAT CUSTOMER AND PAY DATE - THE      *
000280*                   NAMED INVOICE FIRST, THEN THE OTHER ITEMS *
000290*                   THE SAME CHECK PAID - UP TO THE RETURNED  *
000300*                   AMOUNT.  EACH ITEM THE CHECK PAID IS      *
000310*                   REOPENED ON INVMAST.DAT, OR RESTORED AS A *
000320*                   NEW OPEN ITEM DATED THE PAY DATE WHEN THE *
000330*                   PAYMENT HAD CLOSED AND DELETED IT.  THE   *
000340*                   AMOUNT GOES BACK ON CM-BALANCE AND THE    *
000350*                   BILLING JOURNAL (INVJRNL.DAT) CARRIES IT  *
000360*                   AS ACTION "R", SO STATEMENTS AND THE      *
000370*                   ROLLFORWARD SHOW THE CASH GOING BACK OUT. *
000380*                   A RETURNED-CHECK FEE (NSF-FEE-AMOUNT FROM *
000390*                   PARMCARD.DAT) IS BOOKED AS A NEW OPEN     *
000400*                   ITEM, INVOICE "NS" PLUS THE PAY DATE,     *
000410*                   JOURNALED AS ACTION "N".  EVERY REVERSED  *
000420*                   ITEM IS LOGGED ON THE RETURNED-ITEM       *
000430*                   REGISTER (RETREG.DAT) AND A RERUN OF THE  *
000440*                   SAME FILE SKIPS IT, SO A CHECK CAN NEVER  *
000450*                   BE REVERSED TWICE.  ANY PART OF THE CHECK *
000460*                   NOT FOUND ON APPLIED.DAT WENT TO          *
000470*                   UNAPPLIED CASH AND PRINTS AS UNMATCHED    *
000480*                   FOR THE UNAPPLIED-CASH WORKBENCH TO       *
000490*                   CLEAR.  THE REGISTER REPORT IS            *
000500*                   NSFREG.RPT.                               *
000501*  10/15/2026 RWH   A RESTORED OPEN ITEM IS BOOKED DUE ON THE *
000502*                   RETURNED CHECK'S PAY DATE AND THE         *
000503*                   RETURNED-CHECK FEE ON THE RUN DATE, BOTH  *
000504*                   WITH NO TERMS AND NO DISCOUNT.  AN        *
000505*                   EARLY-PAYMENT DISCOUNT THE CHECK TOOK IS  *
000506*                   NOT REVERSED HERE - IT STAYS ON THE       *
000507*                   JOURNAL AS ACTION "D" FOR CASH TO REBILL  *
000508*                   BY INV-REGISTER IF WARRANTED.             *
000509*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000510*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000511*                   ALONG WITH EVERY OTHER FIELD.             *
000512*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000513*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000514*                   FIELD.                                    *
000515*  10/15/2026 RWH   A RETURNED ITEM NOW MATCHES APPLIED.DAT   *
000516*                   ON ITS AMOUNT AS WELL AS CUSTOMER, PAY    *
000517*                   DATE AND CURRENCY, AND ONE CHECK (APPLY   *
000518*                   DATE PLUS PAYMENT SEQUENCE) IS TAKEN BACK *
000519*                   AT A TIME - THE ONE THAT PAID THE NAMED   *
000520*                   INVOICE IF THERE IS ONE.  RETREG.DAT NOW  *
000521*                   CARRIES ONE RECORD PER APPLIED ENTRY      *
000522*                   REVERSED (NEW COPYBOOK RETRREC, RECORD    *
000523*                   GROWS FROM 45 TO 87 BYTES), AND AN ENTRY  *
000524*                   ON IT IS NEVER REVERSED AGAIN, SO A       *
000525*                   SECOND RETURNED CHECK FOR THE SAME        *
000526*                   CUSTOMER AND DAY TAKES BACK ONLY ITS OWN  *
000527*                   ITEMS, AND A RE-SENT RETURN FINDS NOTHING *
000528*                   LEFT AND IS SKIPPED AS ALREADY REVERSED.  *
000529*                   A RESTORED OPEN ITEM NOW GETS BACK THE    *
000530*                   INVOICE DATE, DUE DATE AND TERMS IT HAD   *
000531*                   WHEN THE CHECK PAID IT.  THE FEE INVOICE  *
000532*                   IS NOW "NS" PLUS A RUNNING SEQUENCE       *
000533*                   CARRIED ON THE REGISTER, ONE PER RETURNED *
000534*                   ITEM.  A FEE WHOSE KEY IS ALREADY ON      *
000535*                   FILE, OR WHOSE MASTER REWRITE FAILS (THE  *
000536*                   FEE ITEM IS THEN TAKEN BACK OFF), IS      *
000537*                   PRINTED, COUNTED AS NOT BOOKED AND ENDS   *
000538*                   THE RUN WITH RETURN-CODE 8.               *
000539*  10/15/2026 RWH   AN EARLY-PAYMENT DISCOUNT THE RETURNED    *
000540*                   CHECK TOOK IS NOW TAKEN BACK WITH ITS     *
000541*                   CASH - CASH-APPLY CARRIES IT ON           *
000542*                   APPLIED.DAT (APL-DISC-AMOUNT), IT GOES    *
000543*                   BACK ON THE OPEN ITEM AND CM-BALANCE, AND *
000544*                   IT IS JOURNALED AS A REVERSING ACTION "D" *
000545*                   NEXT TO THE "R".  AN ITEM'S OPEN ITEMS    *
000546*                   NOW GO BACK ALL OR NOTHING - IF ONE WILL  *
000547*                   NOT WRITE OR REWRITE, THE ONES ALREADY    *
000548*                   DONE AND THE MASTER ARE BACKED OUT,       *
000549*                   NOTHING IS JOURNALED OR LOGGED ON         *
000550*                   RETREG.DAT, NO FEE IS BOOKED, AND THE     *
000551*                   ITEM IS REJECTED WITH RETURN-CODE 8 SO A  *
000552*                   RERUN TAKES IT BACK CLEANLY.  THE PROGRAM *
000553*                   NOW RUNS AS STEP NSF-REVERSAL UNDER THE   *
000554*                   NIGHTLY RUN-CONTROL FILE (RUNCTL.DAT) AND *
000555*                   STAMPS THE JOURNAL, THE FEE ITEM, THE     *
000556*                   REGISTER AND THE REPORT WITH THE          *
000557*                   RUN-CONTROL BUSINESS DATE INSTEAD OF THE  *
000558*                   MACHINE DATE.                             *
000559*  10/15/2026 RWH   A RETURNED ITEM IS NOW MATCHED ON THE     *
000560*                   CHECK AMOUNT CASH-APPLY CARRIES ON EVERY  *
000561*                   APPLIED ENTRY, AND THE ENTRIES ARE        *
000562*                   GROUPED INTO CHECKS BY APPLY DATE AND     *
000563*                   CHECK SEQUENCE, SO A RETURNED LOCKBOX     *
000564*                   CHECK THAT WAS SPLIT INTO ONE PAYMENT PER *
000565*                   REMITTANCE LINE IS FOUND AND TAKEN BACK   *
000566*                   WHOLE.  ONLY THE LINES FOR THE RETURNED   *
000567*                   ITEM'S CUSTOMER ARE REVERSED - A LINE THE *
000568*                   CHECK PAID FOR ANOTHER ACCOUNT PRINTS     *
000569*                   WITH THE REST AS UNMATCHED.  AN ENTRY     *
000570*                   WITH NO CHECK SEQUENCE (CASH RELEASED     *
000571*                   FROM UNAPPLIED CASH, OR APPLIED BEFORE    *
000572*                   THE CHECK WAS CARRIED) IS ITS OWN CHECK   *
000573*                   BY PAYMENT SEQUENCE AND PAYMENT AMOUNT.   *
000574*                   A CHECK NONE OF WHOSE CASH IS ON          *
000575*                   APPLIED.DAT NOW PRINTS WHOLLY AS          *
000576*                   UNMATCHED, WITH NO FEE, INSTEAD OF BEING  *
000577*                   REJECTED.  A RETURNED ITEM THAT FAILS ITS *
000578*                   EDITS ENDS THE RUN WITH RETURN-CODE 4;    *
000579*                   ONLY A FAILED UPDATE OR FEE STILL ENDS IT *
000580*                   WITH 8.                                   *
000581*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000582*----------------------------------------------------------*
000583 ENVIRONMENT DIVISION.
000584 INPUT-OUTPUT SECTION.
000585 FILE-CONTROL.
000586     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000587         ORGANIZATION IS INDEXED
000588         ACCESS MODE IS RANDOM
000589         RECORD KEY IS CM-CUSTOMER-ID.
000590     SELECT OPTIONAL INVOICE-MASTER ASSIGN TO "INVMAST.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS INV-ITEM-KEY.
000630     SELECT RETURNED-ITEM-FILE ASSIGN TO "RETITEMS.DAT".
000640     SELECT OPTIONAL APPLIED-FILE ASSIGN TO "APPLIED.DAT".
000650     SELECT OPTIONAL RETURN-REGISTER ASSIGN TO "RETREG.DAT".
000660     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD.DAT".
000670     SELECT JOURNAL-FILE     ASSIGN TO "INVJRNL.DAT".
000680     SELECT NSF-REGISTER-RPT ASSIGN TO "NSFREG.RPT".
000682     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000684         ORGANIZATION IS INDEXED
000686         ACCESS MODE IS RANDOM
000688         RECORD KEY IS RUN-KEY.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CUSTOMER-MASTER
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 180 CHARACTERS.
000740     COPY CUSTREC
000750         REPLACING ==CUSTOMER-RECORD== BY ==CUSTOMER-MASTER-REC==
000760             ==CUSTOMER-ID==   BY ==CM-CUSTOMER-ID==
000770             ==CUSTOMER-NAME== BY ==CM-CUSTOMER-NAME==
000780             ==BALANCE-SIGNED== BY ==CM-BALANCE-SIGNED==
000790             ==BALANCE==       BY ==CM-BALANCE==
000800             ==AGE-DAYS==      BY ==CM-AGE-DAYS==
000810             ==CREDIT-LIMIT==  BY ==CM-CREDIT-LIMIT==
000820             ==CURRENCY-CODE== BY ==CM-CURRENCY-CODE==
000830             ==ADDR-LINE-1==   BY ==CM-ADDR-LINE-1==
000840             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
000850             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
000860             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
000870             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
000875             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
000876             ==PARENT-ID==     BY ==CM-PARENT-ID==
000877             ==FAMILY-CREDIT-LIMIT==
000878                 BY ==CM-FAMILY-CREDIT-LIMIT==
000879             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

000880 FD  INVOICE-MASTER
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 69 CHARACTERS.
000910     COPY INVREC.

000920*----------------------------------------------------------*
000930* RETURNED-ITEM-FILE - ONE RECORD PER CHECK THE BANK SENT  *
000940* BACK.  THE FIRST 38 BYTES ARE THE PAYMENT AS CASH-APPLY  *
000950* SAW IT; THE BANK'S RETURN REASON FOLLOWS.                *
000960*----------------------------------------------------------*
000970 FD  RETURNED-ITEM-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 40 CHARACTERS.
001000 01  RETURNED-ITEM-RECORD.
001010     05  RI-CUSTOMER-ID      PIC X(10).
001020     05  RI-PAY-DATE         PIC 9(08).
001030     05  RI-AMOUNT           PIC 9(5)V99.
001040     05  RI-CURRENCY-CODE    PIC X(03).
001050     05  RI-INVOICE-NO       PIC X(10).
001060     05  RI-RETURN-REASON    PIC X(02).

001070 FD  APPLIED-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY APPLREC.

001100*----------------------------------------------------------*
001110* RETURN-REGISTER - ONE RECORD PER APPLIED-CASH ENTRY EVER *
001120* REVERSED.  READ AT STARTUP SO A RERUN OR A RE-SENT       *
001130* RETURN FINDS THE CHECK'S ENTRIES ALREADY USED, APPENDED  *
001135* AS EACH ITEM IS REVERSED.                                *
001140*----------------------------------------------------------*
001150 FD  RETURN-REGISTER
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 87 CHARACTERS.
001180     COPY RETRREC.

001240 FD  PARM-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 32 CHARACTERS.
001270 01  PARM-RECORD.
001280     05  PRM-KEYWORD             PIC X(20).
001290     05  PRM-VALUE               PIC X(12).
001300     05  PRM-VALUE-NUM REDEFINES PRM-VALUE
001310                                 PIC 9(10)V99.

001320 FD  JOURNAL-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY JRNREC.

001350 FD  NSF-REGISTER-RPT
001360     LABEL RECORDS ARE OMITTED.
001361 01  RPT-RECORD               PIC X(132).

001362*----------------------------------------------------------*
001363* RUN-CONTROL-FILE - THE NIGHTLY JOB-STREAM RUN-CONTROL    *
001364* FILE SHARED BY EVERY STEP OF THE NIGHT.  READ AT STARTUP *
001365* TO SEE THAT THE STEPS AHEAD OF THIS ONE HAVE RUN CLEANLY *
001366* FOR THE BUSINESS DATE, AND REWRITTEN AT THE END WITH     *
001367* THIS STEP'S STATUS, RETURN CODE AND INPUT CONTROL        *
001368* TOTALS.                                                  *
001369*----------------------------------------------------------*
001370 FD  RUN-CONTROL-FILE
001371     LABEL RECORDS ARE STANDARD
001372     RECORD CONTAINS 150 CHARACTERS.
001373     COPY RUNCREC.

001380 WORKING-STORAGE SECTION.
001400 77  WS-ITEM-EOF              PIC X       VALUE 'N'.
001410     88  ITEM-EOF                         VALUE 'Y'.
001420 77  WS-APL-EOF               PIC X       VALUE 'N'.
001430     88  APL-EOF                          VALUE 'Y'.
001440 77  WS-REGISTER-EOF          PIC X       VALUE 'N'.
001450     88  REGISTER-EOF                     VALUE 'Y'.
001460 77  WS-PARM-EOF              PIC X       VALUE 'N'.
001470     88  PARM-EOF                         VALUE 'Y'.
001480 77  WS-PARM-ERROR-SW         PIC X       VALUE 'N'.
001490     88  PARM-ERROR-SEEN                  VALUE 'Y'.
001500 77  WS-MATCH-SW              PIC X       VALUE 'N'.
001510     88  WS-MATCH-FOUND                   VALUE 'Y'.
001520 77  WS-DUPLICATE-SW          PIC X       VALUE 'N'.
001530     88  DUPLICATE-ITEM                   VALUE 'Y'.
001540 77  WS-REJECT-REASON-CODE    PIC X(02)   VALUE SPACES.
001550 77  WS-REJECT-REASON-TEXT    PIC X(30)   VALUE SPACES.
001560 77  WS-RESULT-DESC           PIC X(10)   VALUE SPACES.
001570 77  WS-FEE-AMT               PIC 9(3)V99 VALUE 25.00.
001580 77  WS-FEE-SOURCE            PIC X(16)   VALUE "DEFAULT".
001600 77  WS-REMAINING-AMT         PIC 9(7)V99 VALUE ZERO.
001610 77  WS-REVERSE-AMT           PIC 9(7)V99 VALUE ZERO.
001620 77  WS-TAKE-AMT              PIC 9(7)V99 VALUE ZERO.
001630 77  WS-LINE-INVOICE-NO       PIC X(10)   VALUE SPACES.
001640 77  WS-LINE-AMOUNT           PIC 9(7)V99 VALUE ZERO.
001650 77  WS-MATCH-COUNT           PIC 9(3) COMP VALUE ZERO.
001660 77  WS-MAX-MATCHES           PIC 9(3) COMP VALUE 100.
001670 77  WS-MATCH-IDX             PIC 9(3) COMP VALUE ZERO.
001680 77  WS-REGISTER-COUNT        PIC 9(5) COMP VALUE ZERO.
001690 77  WS-MAX-REGISTER          PIC 9(5) COMP VALUE 5000.
001700 77  WS-REGISTER-IDX          PIC 9(5) COMP VALUE ZERO.
001710 77  WS-ITEM-COUNT            PIC 9(7) COMP VALUE ZERO.
001720 77  WS-REVERSED-COUNT        PIC 9(7) COMP VALUE ZERO.
001730 77  WS-REJECTED-COUNT        PIC 9(7) COMP VALUE ZERO.
001740 77  WS-ALREADY-COUNT         PIC 9(7) COMP VALUE ZERO.
001750 77  WS-REOPENED-COUNT        PIC 9(7) COMP VALUE ZERO.
001760 77  WS-RESTORED-COUNT        PIC 9(7) COMP VALUE ZERO.
001770 77  WS-BAL-ONLY-COUNT        PIC 9(7) COMP VALUE ZERO.
001780 77  WS-FEE-COUNT             PIC 9(7) COMP VALUE ZERO.
001790 77  WS-FEE-FAILED-COUNT      PIC 9(7) COMP VALUE ZERO.
001800 77  WS-UNMATCHED-COUNT       PIC 9(7) COMP VALUE ZERO.
001810 77  WS-REVERSED-TOTAL        PIC 9(9)V99 VALUE ZERO.
001820 77  WS-FEE-TOTAL             PIC 9(9)V99 VALUE ZERO.
001830 77  WS-UNMATCHED-TOTAL       PIC 9(9)V99 VALUE ZERO.
001840 77  WS-PARM-EDIT-AMT         PIC ZZ,ZZ9.99.
001842 77  WS-USED-SEEN-SW          PIC X       VALUE 'N'.
001844     88  USED-CHECK-SEEN                  VALUE 'Y'.
001845 77  WS-NAMED-SW              PIC X       VALUE 'N'.
001846     88  NAMED-CHECK-FOUND                VALUE 'Y'.
001847 77  WS-CHOSEN-APPLY-DATE     PIC 9(8)    VALUE ZERO.
001848 77  WS-CHOSEN-CHECK-KIND     PIC X       VALUE SPACE.
001849 77  WS-CHOSEN-CHECK-SEQ      PIC 9(5)    VALUE ZERO.
001850 77  WS-FEE-BOOKED-SW         PIC X       VALUE 'N'.
001851     88  FEE-BOOKED                       VALUE 'Y'.
001852 77  WS-FEE-FAIL-TEXT         PIC X(30)   VALUE SPACES.
001853 77  WS-ITEM-TOTAL            PIC 9(9)V99 VALUE ZERO.
001854 77  WS-REVERSE-DISC-AMT      PIC 9(7)V99 VALUE ZERO.
001855 77  WS-ENTRY-BACK-AMT        PIC 9(7)V99 VALUE ZERO.
001856 77  WS-DISC-BACK-COUNT       PIC 9(7) COMP VALUE ZERO.
001857 77  WS-DISC-BACK-TOTAL       PIC 9(9)V99 VALUE ZERO.
001858 77  WS-ITEM-FAILED-SW        PIC X       VALUE 'N'.
001859     88  ITEM-UPDATE-FAILED               VALUE 'Y'.
001860 77  WS-APL-CHECK-AMT         PIC 9(7)V99 VALUE ZERO.

001861*----------------------------------------------------------*
001862* WS-NS-INVOICE-NO - THE RETURNED-CHECK FEE'S INVOICE      *
001863* NUMBER, "NS" AND A RUNNING SEQUENCE CARRIED ON THE       *
001864* REVERSAL REGISTER, SO EVERY RETURNED ITEM GETS ITS OWN   *
001865* FEE ITEM                                                 *
001866*----------------------------------------------------------*
001867 01  WS-NS-INVOICE-NO.
001868     05  WS-NS-PREFIX         PIC X(02)   VALUE "NS".
001869     05  WS-NS-SEQ            PIC 9(08)   VALUE ZERO.

001870*----------------------------------------------------------*
001871* WS-MATCH-TABLE - THE APPLIED-CASH RECORDS NOT YET        *
001872* REVERSED FOR EVERY CHECK OF THE RETURNED ITEM'S          *
001880* CUSTOMER, PAY DATE AND CHECK AMOUNT, ONE PER OPEN ITEM A *
001881* CHECK PAID, WITH THE CHECK IT BELONGS TO - KIND "C" FOR  *
001882* A CHECK SEQUENCE FROM PAYMENTS.DAT, KIND "P" FOR A       *
001883* PAYMENT THAT CARRIED NONE AND IS ITS OWN CHECK BY ITS    *
001884* PAYMENT SEQUENCE - AND WITH THE ITEM'S DATES AND TERMS AS *
001885* THEY STOOD AND THE PORTION BEING REVERSED.  ONLY THE      *
001886* ENTRIES OF THE ONE CHECK CHOSEN ARE FLAGGED IN-CHECK AND  *
001887* REVERSED.  THE DISCOUNT THE CHECK TOOK ON THE ITEM, THE   *
001888* PART OF IT GOING BACK, AND WHAT WAS DONE TO THE OPEN ITEM *
001889* ARE KEPT SO A FAILED UPDATE CAN BE BACKED OUT.            *
001890*----------------------------------------------------------*
001900 01  WS-MATCH-TABLE.
001910     05  WS-MATCH-ENTRY OCCURS 1 TO 100 TIMES
001920                        DEPENDING ON WS-MATCH-COUNT.
001922         10  MT-APPLY-DATE   PIC 9(08).
001924         10  MT-PAY-SEQ      PIC 9(05).
001926         10  MT-CHECK-KIND   PIC X(01).
001928         10  MT-CHECK-SEQ    PIC 9(05).
001930         10  MT-INVOICE-NO   PIC X(10).
001940         10  MT-APPLIED-AMT  PIC 9(7)V99.
001941         10  MT-REVERSE-AMT  PIC 9(7)V99.
001942         10  MT-INVOICE-DATE PIC 9(08).
001943         10  MT-DUE-DATE     PIC 9(08).
001944         10  MT-TERMS-CODE   PIC X(04).
001945         10  MT-CHECK-SW     PIC X(01).
001946             88  MT-IN-CHECK              VALUE 'Y'.
001947         10  MT-DISC-AMT     PIC 9(5)V99.
001948         10  MT-REVERSE-DISC PIC 9(5)V99.
001949         10  MT-ACTION-SW    PIC X(01).
001950             88  MT-POSTED                VALUE 'B' 'R' 'O'.
001951             88  MT-BAL-ONLY              VALUE 'B'.
001952             88  MT-RESTORED              VALUE 'R'.
001953             88  MT-REOPENED              VALUE 'O'.

001960*----------------------------------------------------------*
001970* WS-REGISTER-TABLE - EVERY APPLIED-CASH ENTRY ALREADY     *
001980* REVERSED, LOADED FROM RETREG.DAT AND ADDED TO AS THIS    *
001990* RUN REVERSES                                             *
002000*----------------------------------------------------------*
002010 01  WS-REGISTER-TABLE.
002020     05  WS-REGISTER-ENTRY OCCURS 1 TO 5000 TIMES
002030                           DEPENDING ON WS-REGISTER-COUNT.
002040         10  WR-APPLY-DATE   PIC 9(08).
002050         10  WR-PAY-SEQ      PIC 9(05).
002060         10  WR-CUSTOMER-ID  PIC X(10).
002070         10  WR-INVOICE-NO   PIC X(10).

002080 01  WS-RPT-HEADER-LINE.
002090     05  FILLER              PIC X(36) VALUE
002100         "RETURNED PAYMENT REVERSAL REGISTER".
002110     05  FILLER              PIC X(14) VALUE "RUN DATE".
002120     05  RH-RUN-DATE         PIC 9(8).
002130     05  FILLER              PIC X(74) VALUE SPACES.

002140 01  WS-PARM-HEADER-LINE.
002150     05  FILLER              PIC X(34) VALUE
002160         "RUNTIME PARAMETERS FOR THIS RUN".
002170     05  FILLER              PIC X(98) VALUE SPACES.

002180 01  WS-PARM-AUDIT-LINE.
002190     05  FILLER              PIC X(04) VALUE SPACES.
002200     05  PA-NAME             PIC X(22).
002210     05  PA-VALUE            PIC X(16).
002220     05  PA-SOURCE           PIC X(16).
002230     05  FILLER              PIC X(74) VALUE SPACES.

002240 01  WS-DETAIL-HEADER-LINE.
002250     05  FILLER              PIC X(12) VALUE "CUST ID".
002260     05  FILLER              PIC X(10) VALUE "PAY DATE".
002270     05  FILLER              PIC X(12) VALUE "INVOICE NO".
002280     05  FILLER              PIC X(14) VALUE "AMOUNT".
002290     05  FILLER              PIC X(14) VALUE "NEW BALANCE".
002300     05  FILLER              PIC X(12) VALUE "RESULT".
002310     05  FILLER              PIC X(30) VALUE "REASON".
002320     05  FILLER              PIC X(28) VALUE SPACES.

002330 01  WS-DETAIL-LINE.
002340     05  DL-CUSTOMER-ID      PIC X(12).
002350     05  DL-PAY-DATE         PIC 9(8).
002360     05  FILLER              PIC X(02) VALUE SPACES.
002370     05  DL-INVOICE-NO       PIC X(10).
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  DL-AMOUNT           PIC ZZZ,ZZ9.99.
002400     05  FILLER              PIC X(04) VALUE SPACES.
002410     05  DL-NEW-BALANCE      PIC ZZZ,ZZ9.99.
002420     05  FILLER              PIC X(04) VALUE SPACES.
002430     05  DL-RESULT           PIC X(10).
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  DL-REASON           PIC X(30).
002460     05  FILLER              PIC X(28) VALUE SPACES.

002470 01  WS-SUMMARY-LINE.
002480     05  FILLER              PIC X(04) VALUE SPACES.
002490     05  SL-LABEL            PIC X(34).
002500     05  SL-COUNT            PIC ZZZ,ZZ9.
002510     05  FILLER              PIC X(02) VALUE SPACES.
002511     05  SL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
002512     05  FILLER              PIC X(71) VALUE SPACES.

002513*----------------------------------------------------------*
002514* RUN-CONTROL FIELDS - THE STEP ORDER OF THE NIGHT, THIS   *
002515* STEP'S PLACE IN IT, AND THE BUSINESS DATE IT RUNS UNDER. *
002516* A REFUSAL REASON NAMES THE STEP THAT STOPPED THIS ONE.   *
002517*----------------------------------------------------------*
002518     COPY RUNSTEPS.
002519 77  WS-RUN-STEP-NAME         PIC X(16)
002520                                 VALUE "NSF-REVERSAL".
002521 77  WS-RUN-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
002522 77  WS-RUN-CHECK-DATE        PIC 9(8)    VALUE ZERO.
002523 77  WS-RUN-SYSTEM-DATE       PIC 9(8)    VALUE ZERO.
002524 77  WS-RUN-TIME              PIC 9(8)    VALUE ZERO.
002525 77  WS-RUN-OWN-POSITION      PIC 9(4) COMP VALUE ZERO.
002526 77  WS-RUN-CHECK-POSITION    PIC 9(4) COMP VALUE ZERO.
002527 77  WS-RUN-RECORD-SW         PIC X       VALUE 'N'.
002528     88  RUN-RECORD-FOUND                 VALUE 'Y'.
002529 77  WS-RUN-REFUSED-SW        PIC X       VALUE 'N'.
002530     88  STEP-REFUSED                     VALUE 'Y'.
002531 77  WS-RUN-INPUT-COUNT       PIC 9(9)    VALUE ZERO.
002532 77  WS-RUN-INPUT-TOTAL       PIC 9(11)V99 VALUE ZERO.
002533 77  WS-RUN-COMMIT-COUNT      PIC 9(9)    VALUE ZERO.
002534 77  WS-RUN-RESUME-COUNT      PIC 9(9)    VALUE ZERO.
002535 01  WS-RUN-REASON.
002536     05  WS-RUN-REASON-STEP   PIC X(17)   VALUE SPACES.
002537     05  WS-RUN-REASON-TEXT   PIC X(23)   VALUE SPACES.

002540 PROCEDURE DIVISION.

002550 0000-MAINLINE.
002553     PERFORM 9200-START-RUN-CONTROL THRU 9200-EXIT.
002556     IF NOT STEP-REFUSED
002560         PERFORM 1000-INITIALIZE THRU 1000-EXIT
002570         PERFORM 2000-READ-RETURNED-ITEM THRU 2000-EXIT
002580         PERFORM 4000-REVERSE-ONE-ITEM THRU 4000-EXIT
002590             UNTIL ITEM-EOF
002600         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002610         PERFORM 9000-TERMINATE THRU 9000-EXIT
002613         PERFORM 9500-END-RUN-CONTROL THRU 9500-EXIT
002616     END-IF.
002620     STOP RUN.

002630*----------------------------------------------------------*
002640* 1000-INITIALIZE - PICK UP THE FEE PARAMETER AND THE      *
002650* REVERSAL REGISTER, OPEN THE FILES, AND WRITE HEADINGS    *
002660*----------------------------------------------------------*
002670 1000-INITIALIZE.
002690     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
002700     PERFORM 1100-LOAD-RETURN-REGISTER THRU 1100-EXIT.
002710     OPEN I-O    CUSTOMER-MASTER.
002720     OPEN I-O    INVOICE-MASTER.
002730     OPEN INPUT  RETURNED-ITEM-FILE.
002740     OPEN EXTEND RETURN-REGISTER.
002750     OPEN EXTEND JOURNAL-FILE.
002760     OPEN OUTPUT NSF-REGISTER-RPT.
002770     MOVE WS-RUN-BUSINESS-DATE TO RH-RUN-DATE.
002780     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
002790     PERFORM 1070-WRITE-PARM-AUDIT THRU 1070-EXIT.
002800     WRITE RPT-RECORD FROM WS-DETAIL-HEADER-LINE.
002810 1000-EXIT.
002820     EXIT.

002830 1050-READ-PARM-CARDS.
002840     OPEN INPUT PARM-FILE.
002850     PERFORM 1060-APPLY-PARM-CARD THRU 1060-EXIT
002860         UNTIL PARM-EOF.
002870     CLOSE PARM-FILE.
002880     IF PARM-ERROR-SEEN
002890         MOVE 4 TO RETURN-CODE
002900     END-IF.
002910 1050-EXIT.
002920     EXIT.

002930 1060-APPLY-PARM-CARD.
002940     READ PARM-FILE
002950         AT END
002960             MOVE 'Y' TO WS-PARM-EOF
002970         NOT AT END
002980             EVALUATE PRM-KEYWORD
002990                 WHEN "NSF-FEE-AMOUNT"
003000                     PERFORM 1061-APPLY-FEE THRU 1061-EXIT
003010                 WHEN OTHER
003020                     CONTINUE
003030             END-EVALUATE
003040     END-READ.
003050 1060-EXIT.
003060     EXIT.

003070*    A ZERO FEE IS VALID - IT TURNS THE FEE OFF.
003080 1061-APPLY-FEE.
003090     IF PRM-VALUE-NUM NUMERIC
003100         AND PRM-VALUE-NUM NOT > 999.99
003110         MOVE PRM-VALUE-NUM TO WS-FEE-AMT
003120         MOVE "PARM CARD" TO WS-FEE-SOURCE
003130     ELSE
003140         MOVE "INVALID-DEFAULT" TO WS-FEE-SOURCE
003150         SET PARM-ERROR-SEEN TO TRUE
003160         DISPLAY "INVALID NSF-FEE-AMOUNT CARD: " PRM-VALUE
003170     END-IF.
003180 1061-EXIT.
003190     EXIT.

003200 1070-WRITE-PARM-AUDIT.
003210     WRITE RPT-RECORD FROM WS-PARM-HEADER-LINE.
003220     MOVE SPACES              TO WS-PARM-AUDIT-LINE.
003230     MOVE "NSF-FEE-AMOUNT"    TO PA-NAME.
003240     MOVE WS-FEE-AMT          TO WS-PARM-EDIT-AMT.
003250     MOVE WS-PARM-EDIT-AMT    TO PA-VALUE.
003260     MOVE WS-FEE-SOURCE       TO PA-SOURCE.
003270     WRITE RPT-RECORD FROM WS-PARM-AUDIT-LINE.
003280 1070-EXIT.
003290     EXIT.

003300 1100-LOAD-RETURN-REGISTER.
003310     OPEN INPUT RETURN-REGISTER.
003320     READ RETURN-REGISTER
003330         AT END MOVE 'Y' TO WS-REGISTER-EOF
003340     END-READ.
003350     PERFORM 1150-LOAD-REGISTER-ENTRY THRU 1150-EXIT
003360         UNTIL REGISTER-EOF.
003370     CLOSE RETURN-REGISTER.
003380 1100-EXIT.
003390     EXIT.

003392*    THE HIGHEST FEE SEQUENCE ON THE REGISTER IS WHERE THIS
003396*    RUN'S FEE NUMBERS CARRY ON FROM.
003400 1150-LOAD-REGISTER-ENTRY.
003410     IF WS-REGISTER-COUNT < WS-MAX-REGISTER
003420         ADD 1 TO WS-REGISTER-COUNT
003430         MOVE RR-APPLY-DATE
003440             TO WR-APPLY-DATE (WS-REGISTER-COUNT)
003450         MOVE RR-PAY-SEQ
003460             TO WR-PAY-SEQ (WS-REGISTER-COUNT)
003470         MOVE RR-CUSTOMER-ID
003480             TO WR-CUSTOMER-ID (WS-REGISTER-COUNT)
003490         MOVE RR-APL-INVOICE-NO
003500             TO WR-INVOICE-NO (WS-REGISTER-COUNT)
003502         IF RR-FEE-PREFIX = "NS"
003504             AND RR-FEE-SEQ NUMERIC
003506             AND RR-FEE-SEQ > WS-NS-SEQ
003508             MOVE RR-FEE-SEQ TO WS-NS-SEQ
003509         END-IF
003510         READ RETURN-REGISTER
003520             AT END MOVE 'Y' TO WS-REGISTER-EOF
003530         END-READ
003540     ELSE
003550         DISPLAY "*** RETURN REGISTER EXCEEDS "
003560             WS-MAX-REGISTER
003570             " ENTRY CAPACITY - REMAINING RECORDS IGNORED ***"
003580         MOVE 16 TO RETURN-CODE
003590         MOVE 'Y' TO WS-REGISTER-EOF
003600     END-IF.
003610 1150-EXIT.
003620     EXIT.

003630 2000-READ-RETURNED-ITEM.
003640     READ RETURNED-ITEM-FILE
003650         AT END MOVE 'Y' TO WS-ITEM-EOF
003660     END-READ.
003670 2000-EXIT.
003680     EXIT.

003690*----------------------------------------------------------*
003700* 4000-REVERSE-ONE-ITEM - EDIT THE RETURNED ITEM, FIND THE *
003710* APPLIED CASH IT REPRESENTS, AND EITHER POST THE REVERSAL *
003720* OR PRINT WHY IT WAS NOT REVERSED.  A CHECK NONE OF WHOSE *
003723* CASH IS FOUND HAS ALREADY PRINTED AS UNMATCHED AND POSTS *
003726* NOTHING.                                                 *
003730*----------------------------------------------------------*
003740 4000-REVERSE-ONE-ITEM.
003750     ADD 1 TO WS-ITEM-COUNT.
003760     MOVE ZERO TO WS-REVERSE-AMT.
003762     MOVE ZERO TO WS-REVERSE-DISC-AMT.
003764     IF RI-AMOUNT NUMERIC
003766         ADD RI-AMOUNT TO WS-ITEM-TOTAL
003768     END-IF.
003770     PERFORM 4100-READ-MASTER-RECORD THRU 4100-EXIT.
003780     PERFORM 4200-EDIT-RETURNED-ITEM THRU 4200-EXIT.
003790     IF WS-REJECT-REASON-CODE = SPACES
003800         PERFORM 4300-FIND-APPLIED-CASH THRU 4300-EXIT
003810     END-IF.
003820     IF WS-REJECT-REASON-CODE NOT = SPACES
003830         PERFORM 4900-WRITE-REJECT-LINE THRU 4900-EXIT
003840     ELSE
003845         IF WS-REVERSE-AMT > ZERO
003850             PERFORM 4500-POST-REVERSAL THRU 4500-EXIT
003855         END-IF
003860     END-IF.
003870     PERFORM 2000-READ-RETURNED-ITEM THRU 2000-EXIT.
003880 4000-EXIT.
003890     EXIT.

003900 4100-READ-MASTER-RECORD.
003910     MOVE 'N' TO WS-MATCH-SW.
003920     MOVE RI-CUSTOMER-ID TO CM-CUSTOMER-ID.
003930     READ CUSTOMER-MASTER
003940         INVALID KEY
003950             CONTINUE
003960         NOT INVALID KEY
003970             MOVE 'Y' TO WS-MATCH-SW
003980     END-READ.
003990 4100-EXIT.
004000     EXIT.

004010*----------------------------------------------------------*
004020* 4200-EDIT-RETURNED-ITEM - VALIDATE THE RETURNED ITEM     *
004030* AGAINST THE MASTER.  ANY FAILURE SETS A REASON CODE AND  *
004040* TEXT FOR THE REGISTER.  A CHECK ALREADY REVERSED IS      *
004045* CAUGHT WHEN ITS APPLIED CASH IS LOOKED UP.               *
004050*----------------------------------------------------------*
004060 4200-EDIT-RETURNED-ITEM.
004070     MOVE SPACES TO WS-REJECT-REASON-CODE.
004080     MOVE SPACES TO WS-REJECT-REASON-TEXT.
004090     IF NOT WS-MATCH-FOUND
004100         MOVE "01" TO WS-REJECT-REASON-CODE
004110         MOVE "NO MATCHING CUSTOMER"
004120             TO WS-REJECT-REASON-TEXT
004130     ELSE
004140         IF RI-CURRENCY-CODE NOT = CM-CURRENCY-CODE
004150             MOVE "02" TO WS-REJECT-REASON-CODE
004160             MOVE "CURRENCY DOES NOT MATCH"
004170                 TO WS-REJECT-REASON-TEXT
004180         ELSE
004190             IF RI-AMOUNT NOT NUMERIC OR RI-AMOUNT = ZERO
004200                 MOVE "03" TO WS-REJECT-REASON-CODE
004210                 MOVE "RETURNED AMOUNT NOT NUMERIC"
004220                     TO WS-REJECT-REASON-TEXT
004230             ELSE
004240                 IF CM-BALANCE NOT NUMERIC
004250                     MOVE "04" TO WS-REJECT-REASON-CODE
004260                     MOVE "MASTER BALANCE NOT NUMERIC"
004270                         TO WS-REJECT-REASON-TEXT
004350                 END-IF
004360             END-IF
004370         END-IF
004380     END-IF.
004390 4200-EXIT.
004400     EXIT.

004402*----------------------------------------------------------*
004404* 4250-CHECK-REGISTER - AN APPLIED-CASH ENTRY ALREADY ON   *
004406* THE REVERSAL REGISTER WAS TAKEN BACK BY AN EARLIER       *
004408* RETURN AND IS NEVER REVERSED AGAIN                       *
004409*----------------------------------------------------------*
004410 4250-CHECK-REGISTER.
004420     MOVE 'N' TO WS-DUPLICATE-SW.
004430     PERFORM 4260-CHECK-ONE-REGISTER-ENTRY THRU 4260-EXIT
004440         VARYING WS-REGISTER-IDX FROM 1 BY 1
004450         UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
004460         OR DUPLICATE-ITEM.
004470 4250-EXIT.
004480     EXIT.

004490 4260-CHECK-ONE-REGISTER-ENTRY.
004500     IF WR-APPLY-DATE (WS-REGISTER-IDX) = APL-APPLY-DATE
004510         AND WR-PAY-SEQ (WS-REGISTER-IDX) = APL-PAY-SEQ
004520         AND WR-CUSTOMER-ID (WS-REGISTER-IDX) = APL-CUSTOMER-ID
004530         AND WR-INVOICE-NO (WS-REGISTER-IDX) = APL-INVOICE-NO
004540         SET DUPLICATE-ITEM TO TRUE
004550     END-IF.
004560 4260-EXIT.
004570     EXIT.

004580*----------------------------------------------------------*
004590* 4300-FIND-APPLIED-CASH - PULL THE APPLIED-CASH RECORDS   *
004600* NOT YET REVERSED FOR EVERY CHECK OF THIS CUSTOMER, PAY   *
004610* DATE AND CHECK AMOUNT, PICK ONE CHECK - THE FIRST THAT   *
004620* PAID THE INVOICE THE RETURN NAMES, ELSE THE FIRST - THEN *
004630* SPREAD THE RETURNED AMOUNT OVER THAT CHECK'S ITEMS, THE  *
004632* NAMED INVOICE FIRST.  WITH NO CHECK LEFT, ONE ALREADY    *
004634* REVERSED MEANS THE RETURN WAS SENT AGAIN.  RETURNED      *
004636* ITEMS ARE FEW, SO APPLIED.DAT IS SIMPLY READ THROUGH     *
004640* ONCE PER ITEM.                                           *
004650*----------------------------------------------------------*
004660 4300-FIND-APPLIED-CASH.
004670     MOVE ZERO TO WS-MATCH-COUNT.
004680     MOVE 'N'  TO WS-APL-EOF.
004685     MOVE 'N'  TO WS-USED-SEEN-SW.
004690     OPEN INPUT APPLIED-FILE.
004700     PERFORM 4310-READ-APPLIED THRU 4310-EXIT.
004710     PERFORM 4320-LOAD-ONE-APPLIED THRU 4320-EXIT
004720         UNTIL APL-EOF.
004730     CLOSE APPLIED-FILE.
004732     IF WS-MATCH-COUNT = ZERO AND USED-CHECK-SEEN
004734         MOVE "06" TO WS-REJECT-REASON-CODE
004736         MOVE "ALREADY REVERSED"
004738             TO WS-REJECT-REASON-TEXT
004739     ELSE
004740         PERFORM 4305-SPREAD-RETURN THRU 4305-EXIT
004741     END-IF.
004742 4300-EXIT.
004743     EXIT.

004744*----------------------------------------------------------*
004745* 4305-SPREAD-RETURN - CHOOSE THE CHECK AND TAKE THE       *
004746* RETURNED AMOUNT BACK OFF ITS ITEMS.  WHEN NO CASH OF THE *
004747* CHECK IS FOUND ON APPLIED.DAT - IT WAS ALL PARKED IN      *
004748* UNAPPLIED CASH - THE WHOLE RETURNED AMOUNT PRINTS AS     *
004749* UNMATCHED FOR THE UNAPPLIED-CASH WORKBENCH TO CLEAR.     *
004750*----------------------------------------------------------*
004751 4305-SPREAD-RETURN.
004752     PERFORM 4330-CHOOSE-CHECK THRU 4330-EXIT.
004753     MOVE RI-AMOUNT TO WS-REMAINING-AMT.
004754     IF RI-INVOICE-NO NOT = SPACES
004760         PERFORM 4340-TAKE-NAMED-INVOICE THRU 4340-EXIT
004770             VARYING WS-MATCH-IDX FROM 1 BY 1
004780             UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
004790             OR WS-REMAINING-AMT = ZERO
004800     END-IF.
004810     PERFORM 4350-TAKE-OTHER-INVOICE THRU 4350-EXIT
004820         VARYING WS-MATCH-IDX FROM 1 BY 1
004830         UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
004840         OR WS-REMAINING-AMT = ZERO.
004850     COMPUTE WS-REVERSE-AMT = RI-AMOUNT - WS-REMAINING-AMT.
004860     IF WS-REVERSE-AMT = ZERO
004870         MOVE RI-AMOUNT TO WS-REMAINING-AMT
004880         PERFORM 4850-WRITE-UNMATCHED-LINE THRU 4850-EXIT
004900     END-IF.
004910 4305-EXIT.
004920     EXIT.

004930 4310-READ-APPLIED.
004940     READ APPLIED-FILE
004950         AT END MOVE 'Y' TO WS-APL-EOF
004960     END-READ.
004970 4310-EXIT.
004980     EXIT.

004981*----------------------------------------------------------*
004982* 4320-LOAD-ONE-APPLIED - THE RETURNED AMOUNT IS THE WHOLE *
004983* CHECK, SO IT IS MATCHED TO THE CHECK AMOUNT CASH-APPLY   *
004984* CARRIED ON EVERY ENTRY OF THE CHECK - FOR A LOCKBOX      *
004985* CHECK SPLIT OVER SEVERAL REMITTANCE LINES THAT IS MORE   *
004986* THAN ANY ONE LINE.  AN ENTRY WITH NO CHECK AMOUNT IS     *
004987* MATCHED ON ITS PAYMENT AMOUNT.                           *
004988*----------------------------------------------------------*
004990 4320-LOAD-ONE-APPLIED.
004991     IF APL-CHECK-AMOUNT NUMERIC AND APL-CHECK-AMOUNT > ZERO
004992         MOVE APL-CHECK-AMOUNT TO WS-APL-CHECK-AMT
004993     ELSE
004994         MOVE APL-PAY-AMOUNT   TO WS-APL-CHECK-AMT
004995     END-IF.
005000     IF APL-CUSTOMER-ID = RI-CUSTOMER-ID
005010         AND APL-PAY-DATE = RI-PAY-DATE
005020         AND APL-CURRENCY-CODE = RI-CURRENCY-CODE
005025         AND WS-APL-CHECK-AMT = RI-AMOUNT
005030         AND APL-APPLIED-AMOUNT NUMERIC
005032         PERFORM 4250-CHECK-REGISTER THRU 4250-EXIT
005034         IF DUPLICATE-ITEM
005036             SET USED-CHECK-SEEN TO TRUE
005038         ELSE
005040             PERFORM 4325-ADD-MATCH THRU 4325-EXIT
005042         END-IF
005044     END-IF.
005046     PERFORM 4310-READ-APPLIED THRU 4310-EXIT.
005048 4320-EXIT.
005049     EXIT.

005050 4325-ADD-MATCH.
005052     IF WS-MATCH-COUNT < WS-MAX-MATCHES
005054         ADD 1 TO WS-MATCH-COUNT
005056         MOVE APL-APPLY-DATE
005058             TO MT-APPLY-DATE (WS-MATCH-COUNT)
005060         MOVE APL-PAY-SEQ
005062             TO MT-PAY-SEQ (WS-MATCH-COUNT)
005063         IF APL-CHECK-SEQ NUMERIC AND APL-CHECK-SEQ > ZERO
005064             MOVE 'C' TO MT-CHECK-KIND (WS-MATCH-COUNT)
005065             MOVE APL-CHECK-SEQ
005066                 TO MT-CHECK-SEQ (WS-MATCH-COUNT)
005067         ELSE
005068             MOVE 'P' TO MT-CHECK-KIND (WS-MATCH-COUNT)
005069             MOVE APL-PAY-SEQ
005070                 TO MT-CHECK-SEQ (WS-MATCH-COUNT)
005071         END-IF
005072         MOVE APL-INVOICE-NO
005073             TO MT-INVOICE-NO (WS-MATCH-COUNT)
005074         MOVE APL-APPLIED-AMOUNT
005075             TO MT-APPLIED-AMT (WS-MATCH-COUNT)
005076         MOVE ZERO
005077             TO MT-REVERSE-AMT (WS-MATCH-COUNT)
005078         MOVE APL-INVOICE-DATE
005079             TO MT-INVOICE-DATE (WS-MATCH-COUNT)
005080         MOVE APL-DUE-DATE
005082             TO MT-DUE-DATE (WS-MATCH-COUNT)
005084         MOVE APL-TERMS-CODE
005086             TO MT-TERMS-CODE (WS-MATCH-COUNT)
005088         MOVE 'N'
005090             TO MT-CHECK-SW (WS-MATCH-COUNT)
005092         IF APL-DISC-AMOUNT NUMERIC
005094             MOVE APL-DISC-AMOUNT
005096                 TO MT-DISC-AMT (WS-MATCH-COUNT)
005098         ELSE
005100             MOVE ZERO TO MT-DISC-AMT (WS-MATCH-COUNT)
005102         END-IF
005104         MOVE ZERO
005106             TO MT-REVERSE-DISC (WS-MATCH-COUNT)
005108         MOVE SPACE
005110             TO MT-ACTION-SW (WS-MATCH-COUNT)
005120     ELSE
005130         DISPLAY "*** APPLIED RECORDS FOR "
005140             RI-CUSTOMER-ID " EXCEED "
005150             WS-MAX-MATCHES
005160             " ENTRY CAPACITY - REMAINDER "
005170             "NOT REVERSED ***"
005180         MOVE 16 TO RETURN-CODE
005190     END-IF.
005220 4325-EXIT.
005230     EXIT.

005231*----------------------------------------------------------*
005232* 4330-CHOOSE-CHECK - THE APPLY DATE AND CHECK KIND AND   *
005233* SEQUENCE NAME ONE CHECK, SO EVERY REMITTANCE LINE OF A   *
005234* LOCKBOX CHECK IS TAKEN BACK TOGETHER.  TAKE THE FIRST    *
005235* CHECK THAT PAID THE NAMED INVOICE, ELSE THE FIRST CHECK  *
005236* FOUND, AND FLAG ITS ENTRIES                              *
005237*----------------------------------------------------------*
005238 4330-CHOOSE-CHECK.
005239     MOVE 'N' TO WS-NAMED-SW.
005240     IF WS-MATCH-COUNT > ZERO
005241         MOVE MT-APPLY-DATE (1) TO WS-CHOSEN-APPLY-DATE
005242         MOVE MT-CHECK-KIND (1) TO WS-CHOSEN-CHECK-KIND
005243         MOVE MT-CHECK-SEQ (1)  TO WS-CHOSEN-CHECK-SEQ
005244         IF RI-INVOICE-NO NOT = SPACES
005245             PERFORM 4335-FIND-NAMED-CHECK THRU 4335-EXIT
005246                 VARYING WS-MATCH-IDX FROM 1 BY 1
005247                 UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
005248                 OR NAMED-CHECK-FOUND
005249         END-IF
005250         PERFORM 4337-FLAG-CHECK-ENTRY THRU 4337-EXIT
005251             VARYING WS-MATCH-IDX FROM 1 BY 1
005252             UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
005253     END-IF.
005254 4330-EXIT.
005255     EXIT.

005256 4335-FIND-NAMED-CHECK.
005257     IF MT-INVOICE-NO (WS-MATCH-IDX) = RI-INVOICE-NO
005258         SET NAMED-CHECK-FOUND TO TRUE
005259         MOVE MT-APPLY-DATE (WS-MATCH-IDX) TO WS-CHOSEN-APPLY-DATE
005260         MOVE MT-CHECK-KIND (WS-MATCH-IDX)
005261             TO WS-CHOSEN-CHECK-KIND
005262         MOVE MT-CHECK-SEQ (WS-MATCH-IDX)  TO WS-CHOSEN-CHECK-SEQ
005263     END-IF.
005264 4335-EXIT.
005265     EXIT.

005266 4337-FLAG-CHECK-ENTRY.
005267     IF MT-APPLY-DATE (WS-MATCH-IDX) = WS-CHOSEN-APPLY-DATE
005268         AND MT-CHECK-KIND (WS-MATCH-IDX) = WS-CHOSEN-CHECK-KIND
005269         AND MT-CHECK-SEQ (WS-MATCH-IDX) = WS-CHOSEN-CHECK-SEQ
005270         MOVE 'Y' TO MT-CHECK-SW (WS-MATCH-IDX)
005271     END-IF.
005272 4337-EXIT.
005273     EXIT.

005274 4340-TAKE-NAMED-INVOICE.
005275     IF MT-IN-CHECK (WS-MATCH-IDX)
005276         AND MT-INVOICE-NO (WS-MATCH-IDX) = RI-INVOICE-NO
005277         PERFORM 4360-TAKE-ONE-ENTRY THRU 4360-EXIT
005278     END-IF.
005280 4340-EXIT.
005290     EXIT.

005300 4350-TAKE-OTHER-INVOICE.
005310     IF MT-IN-CHECK (WS-MATCH-IDX)
005315         AND (RI-INVOICE-NO = SPACES
005320         OR MT-INVOICE-NO (WS-MATCH-IDX) NOT = RI-INVOICE-NO)
005330         PERFORM 4360-TAKE-ONE-ENTRY THRU 4360-EXIT
005340     END-IF.
005350 4350-EXIT.
005360     EXIT.

005370*----------------------------------------------------------*
005380* 4360-TAKE-ONE-ENTRY - REVERSE THE SMALLER OF WHAT IS     *
005390* LEFT OF THE RETURNED AMOUNT AND WHAT THE CHECK APPLIED   *
005400* HERE.  ANY DISCOUNT THE CHECK TOOK ON THE ITEM GOES BACK *
005405* WHEN ALL OF THE ITEM'S CASH DOES.                         *
005410*----------------------------------------------------------*
005420 4360-TAKE-ONE-ENTRY.
005430     IF WS-REMAINING-AMT < MT-APPLIED-AMT (WS-MATCH-IDX)
005440         MOVE WS-REMAINING-AMT TO WS-TAKE-AMT
005450     ELSE
005460         MOVE MT-APPLIED-AMT (WS-MATCH-IDX) TO WS-TAKE-AMT
005470     END-IF.
005480     MOVE WS-TAKE-AMT TO MT-REVERSE-AMT (WS-MATCH-IDX).
005481     IF WS-TAKE-AMT = MT-APPLIED-AMT (WS-MATCH-IDX)
005482         MOVE MT-DISC-AMT (WS-MATCH-IDX)
005483             TO MT-REVERSE-DISC (WS-MATCH-IDX)
005484         ADD MT-DISC-AMT (WS-MATCH-IDX) TO WS-REVERSE-DISC-AMT
005485     END-IF.
005490     SUBTRACT WS-TAKE-AMT FROM WS-REMAINING-AMT.
005500 4360-EXIT.
005510     EXIT.

005514*----------------------------------------------------------*
005518* 4500-POST-REVERSAL - PUT THE REVERSED CASH, AND ANY      *
005522* DISCOUNT THE CHECK TOOK, BACK ON THE MASTER IN PLACE,    *
005526* THEN PUT THE ITEMS BACK.  THE ITEMS ARE TOUCHED ONLY     *
005530* AFTER THE MASTER REWRITES CLEANLY, AND THE ITEM IS       *
005534* JOURNALED, CHARGED ITS FEE AND LOGGED ON THE REVERSAL    *
005538* REGISTER ONLY AFTER EVERY ONE OF ITS OPEN ITEMS HAS GONE *
005542* BACK.  IF ONE WILL NOT, THE WHOLE ITEM IS BACKED OUT AND *
005546* REJECTED.                                                *
005550*----------------------------------------------------------*
005554 4500-POST-REVERSAL.
005558     ADD WS-REVERSE-AMT WS-REVERSE-DISC-AMT TO CM-BALANCE.
005562     REWRITE CUSTOMER-MASTER-REC
005566         INVALID KEY
005570             MOVE "05" TO WS-REJECT-REASON-CODE
005574             MOVE "MASTER REWRITE FAILED"
005578                 TO WS-REJECT-REASON-TEXT
005582             PERFORM 4900-WRITE-REJECT-LINE THRU 4900-EXIT
005586         NOT INVALID KEY
005590             MOVE 'N' TO WS-ITEM-FAILED-SW
005594             PERFORM 4600-REOPEN-ONE-ITEM THRU 4600-EXIT
005598                 VARYING WS-MATCH-IDX FROM 1 BY 1
005602                 UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
005606                 OR ITEM-UPDATE-FAILED
005610             IF ITEM-UPDATE-FAILED
005614                 PERFORM 4660-BACK-OUT-REVERSAL THRU 4660-EXIT
005618             ELSE
005622                 PERFORM 4610-FINISH-REVERSAL THRU 4610-EXIT
005626             END-IF
005630     END-REWRITE.
005634 4500-EXIT.
005638     EXIT.

005642*----------------------------------------------------------*
005646* 4600-REOPEN-ONE-ITEM - PUT ONE REVERSED PORTION, WITH    *
005650* ANY DISCOUNT GOING BACK WITH IT, ON ITS OPEN ITEM AND    *
005654* NOTE WHAT WAS DONE.  AN ITEM THE PAYMENT CLOSED WAS      *
005658* DELETED, SO IT IS WRITTEN BACK AS A NEW OPEN ITEM.  CASH *
005662* APPLIED WITH NO INVOICE (A CUSTOMER WITH NO OPEN ITEMS)  *
005666* GOES BACK ON THE BALANCE ALONE.                          *
005670*----------------------------------------------------------*
005674 4600-REOPEN-ONE-ITEM.
005678     IF MT-REVERSE-AMT (WS-MATCH-IDX) > ZERO
005682         COMPUTE WS-ENTRY-BACK-AMT = MT-REVERSE-AMT (WS-MATCH-IDX)
005686             + MT-REVERSE-DISC (WS-MATCH-IDX)
005690         IF MT-INVOICE-NO (WS-MATCH-IDX) = SPACES
005694             MOVE 'B' TO MT-ACTION-SW (WS-MATCH-IDX)
005698         ELSE
005702             MOVE RI-CUSTOMER-ID TO INV-CUSTOMER-ID
005706             MOVE MT-INVOICE-NO (WS-MATCH-IDX) TO INV-INVOICE-NO
005710             READ INVOICE-MASTER
005714                 INVALID KEY
005718                     PERFORM 4620-RESTORE-ITEM THRU 4620-EXIT
005722                 NOT INVALID KEY
005726                     PERFORM 4630-REOPEN-ITEM THRU 4630-EXIT
005730             END-READ
005734         END-IF
005738     END-IF.
005742 4600-EXIT.
005746     EXIT.

005750*----------------------------------------------------------*
005754* 4610-FINISH-REVERSAL - EVERY OPEN ITEM IS BACK.  JOURNAL *
005758* AND PRINT EACH ENTRY, PRINT ANY PART OF THE CHECK NOT    *
005762* FOUND, ASSESS THE FEE, AND LOG THE CHECK'S ENTRIES ON    *
005766* THE REVERSAL REGISTER                                    *
005770*----------------------------------------------------------*
005774 4610-FINISH-REVERSAL.
005778     PERFORM 4670-JOURNAL-ONE-ENTRY THRU 4670-EXIT
005782         VARYING WS-MATCH-IDX FROM 1 BY 1
005786         UNTIL WS-MATCH-IDX > WS-MATCH-COUNT.
005790     IF WS-REMAINING-AMT > ZERO
005794         PERFORM 4850-WRITE-UNMATCHED-LINE THRU 4850-EXIT
005798     END-IF.
005802     PERFORM 4700-ASSESS-FEE THRU 4700-EXIT.
005806     PERFORM 4800-WRITE-REGISTER-RECORD THRU 4800-EXIT
005810         VARYING WS-MATCH-IDX FROM 1 BY 1
005814         UNTIL WS-MATCH-IDX > WS-MATCH-COUNT.
005818     ADD WS-REVERSE-AMT TO WS-REVERSED-TOTAL.
005822     ADD 1 TO WS-REVERSED-COUNT.
005826 4610-EXIT.
005830     EXIT.

005834*----------------------------------------------------------*
005838* 4620-RESTORE-ITEM - WRITE A CLOSED ITEM BACK WITH THE    *
005842* INVOICE DATE, DUE DATE AND TERMS IT CARRIED WHEN THE     *
005846* CHECK PAID IT, SO IT AGES FROM WHERE IT WAS, AND OPEN    *
005850* FOR THE CASH AND DISCOUNT GOING BACK.  NO DISCOUNT IS    *
005854* OFFERED AGAIN.  AN ENTRY WITH NO DATES TAKES THE PAY     *
005858* DATE FOR BOTH.  A WRITE THAT FAILS FAILS THE WHOLE ITEM. *
005862*----------------------------------------------------------*
005866 4620-RESTORE-ITEM.
005870     MOVE RI-CUSTOMER-ID    TO INV-CUSTOMER-ID.
005874     MOVE MT-INVOICE-NO (WS-MATCH-IDX) TO INV-INVOICE-NO.
005878     MOVE MT-INVOICE-DATE (WS-MATCH-IDX) TO INV-INVOICE-DATE.
005882     MOVE WS-ENTRY-BACK-AMT TO INV-ORIG-AMOUNT.
005886     MOVE WS-ENTRY-BACK-AMT TO INV-OPEN-AMOUNT.
005890     MOVE CM-CURRENCY-CODE  TO INV-CURRENCY-CODE.
005894     MOVE MT-TERMS-CODE (WS-MATCH-IDX) TO INV-TERMS-CODE.
005898     MOVE MT-DUE-DATE (WS-MATCH-IDX) TO INV-DUE-DATE.
005902     IF INV-INVOICE-DATE NOT NUMERIC OR INV-INVOICE-DATE = ZERO
005906         MOVE RI-PAY-DATE   TO INV-INVOICE-DATE
005910     END-IF.
005914     IF INV-DUE-DATE NOT NUMERIC OR INV-DUE-DATE = ZERO
005918         MOVE RI-PAY-DATE   TO INV-DUE-DATE
005922     END-IF.
005926     MOVE ZERO              TO INV-DISC-DATE.
005930     MOVE ZERO              TO INV-DISC-PCT.
005934     WRITE INVOICE-RECORD
005938         INVALID KEY
005942             DISPLAY "OPEN ITEM RESTORE FAILED: " INV-ITEM-KEY
005946             SET ITEM-UPDATE-FAILED TO TRUE
005950         NOT INVALID KEY
005954             MOVE 'R' TO MT-ACTION-SW (WS-MATCH-IDX)
005958     END-WRITE.
005962 4620-EXIT.
005966     EXIT.

005970 4630-REOPEN-ITEM.
005974     ADD WS-ENTRY-BACK-AMT TO INV-OPEN-AMOUNT.
005978     REWRITE INVOICE-RECORD
005982         INVALID KEY
005986             DISPLAY "OPEN ITEM REWRITE FAILED: " INV-ITEM-KEY
005990             SET ITEM-UPDATE-FAILED TO TRUE
005994         NOT INVALID KEY
005998             MOVE 'O' TO MT-ACTION-SW (WS-MATCH-IDX)
006002     END-REWRITE.
006006 4630-EXIT.
006010     EXIT.

006014 4640-WRITE-REVERSAL-JOURNAL.
006018     MOVE WS-RUN-BUSINESS-DATE TO JRN-RUN-DATE.
006022     MOVE RI-CUSTOMER-ID    TO JRN-CUSTOMER-ID.
006026     MOVE MT-INVOICE-NO (WS-MATCH-IDX) TO JRN-INVOICE-NO.
006030     MOVE "R"               TO JRN-ACTION-CODE.
006034     MOVE MT-REVERSE-AMT (WS-MATCH-IDX) TO JRN-SIGNED-AMOUNT.
006038     MOVE CM-CURRENCY-CODE  TO JRN-CURRENCY-CODE.
006042     WRITE JOURNAL-RECORD.
006046 4640-EXIT.
006050     EXIT.

006054*----------------------------------------------------------*
006058* 4645-WRITE-DISCOUNT-JOURNAL - REVERSE THE ACTION "D"     *
006062* CASH-APPLY JOURNALED FOR THE DISCOUNT, POSITIVE BECAUSE  *
006066* IT PUTS THE BALANCE BACK UP                              *
006070*----------------------------------------------------------*
006074 4645-WRITE-DISCOUNT-JOURNAL.
006078     MOVE WS-RUN-BUSINESS-DATE TO JRN-RUN-DATE.
006082     MOVE RI-CUSTOMER-ID    TO JRN-CUSTOMER-ID.
006086     MOVE MT-INVOICE-NO (WS-MATCH-IDX) TO JRN-INVOICE-NO.
006090     MOVE "D"               TO JRN-ACTION-CODE.
006094     MOVE MT-REVERSE-DISC (WS-MATCH-IDX) TO JRN-SIGNED-AMOUNT.
006098     MOVE CM-CURRENCY-CODE  TO JRN-CURRENCY-CODE.
006102     WRITE JOURNAL-RECORD.
006106 4645-EXIT.
006110     EXIT.

006114*----------------------------------------------------------*
006118* 4660-BACK-OUT-REVERSAL - AN OPEN ITEM WOULD NOT GO BACK. *
006122* TAKE THE ONES ALREADY PUT BACK OFF AGAIN, TAKE THE CASH  *
006126* AND DISCOUNT BACK OFF THE MASTER, AND REJECT THE ITEM,   *
006130* SO NOTHING OF IT IS JOURNALED, CHARGED OR LOGGED AND A   *
006134* RERUN TAKES IT BACK FROM THE START.  A BACKOUT THAT      *
006138* FAILS IS DISPLAYED FOR CORRECTION BY HAND.               *
006142*----------------------------------------------------------*
006146 4660-BACK-OUT-REVERSAL.
006150     PERFORM 4665-BACK-OUT-ONE-ENTRY THRU 4665-EXIT
006154         VARYING WS-MATCH-IDX FROM 1 BY 1
006158         UNTIL WS-MATCH-IDX > WS-MATCH-COUNT.
006162     SUBTRACT WS-REVERSE-AMT WS-REVERSE-DISC-AMT FROM CM-BALANCE.
006166     REWRITE CUSTOMER-MASTER-REC
006170         INVALID KEY
006174             DISPLAY "MASTER BACKOUT FAILED: " CM-CUSTOMER-ID
006178     END-REWRITE.
006182     MOVE "08" TO WS-REJECT-REASON-CODE.
006186     MOVE "OPEN ITEM UPDATE FAILED" TO WS-REJECT-REASON-TEXT.
006190     PERFORM 4900-WRITE-REJECT-LINE THRU 4900-EXIT.
006194 4660-EXIT.
006198     EXIT.

006202 4665-BACK-OUT-ONE-ENTRY.
006206     COMPUTE WS-ENTRY-BACK-AMT = MT-REVERSE-AMT (WS-MATCH-IDX)
006210         + MT-REVERSE-DISC (WS-MATCH-IDX).
006214     MOVE RI-CUSTOMER-ID TO INV-CUSTOMER-ID.
006218     MOVE MT-INVOICE-NO (WS-MATCH-IDX) TO INV-INVOICE-NO.
006222     EVALUATE TRUE
006226         WHEN MT-RESTORED (WS-MATCH-IDX)
006230             DELETE INVOICE-MASTER
006234                 INVALID KEY
006238                     DISPLAY "OPEN ITEM BACKOUT FAILED: "
006242                         INV-ITEM-KEY
006246             END-DELETE
006250         WHEN MT-REOPENED (WS-MATCH-IDX)
006254             READ INVOICE-MASTER
006258                 INVALID KEY
006262                     DISPLAY "OPEN ITEM BACKOUT FAILED: "
006266                         INV-ITEM-KEY
006270                 NOT INVALID KEY
006274                     SUBTRACT WS-ENTRY-BACK-AMT
006278                         FROM INV-OPEN-AMOUNT
006282                     REWRITE INVOICE-RECORD
006286                         INVALID KEY
006290                             DISPLAY "OPEN ITEM BACKOUT FAILED: "
006294                                 INV-ITEM-KEY
006298                     END-REWRITE
006302             END-READ
006306         WHEN OTHER
006310             CONTINUE
006314     END-EVALUATE.
006318     MOVE SPACE TO MT-ACTION-SW (WS-MATCH-IDX).
006322 4665-EXIT.
006326     EXIT.

006330*----------------------------------------------------------*
006334* 4670-JOURNAL-ONE-ENTRY - COUNT, JOURNAL AND PRINT ONE    *
006338* ENTRY PUT BACK, AND ITS DISCOUNT IF ONE WENT BACK WITH   *
006342* IT                                                       *
006346*----------------------------------------------------------*
006350 4670-JOURNAL-ONE-ENTRY.
006354     IF MT-POSTED (WS-MATCH-IDX)
006358         EVALUATE TRUE
006362             WHEN MT-BAL-ONLY (WS-MATCH-IDX)
006366                 ADD 1 TO WS-BAL-ONLY-COUNT
006370                 MOVE "BAL ONLY" TO WS-RESULT-DESC
006374             WHEN MT-RESTORED (WS-MATCH-IDX)
006378                 ADD 1 TO WS-RESTORED-COUNT
006382                 MOVE "RESTORED" TO WS-RESULT-DESC
006386             WHEN OTHER
006390                 ADD 1 TO WS-REOPENED-COUNT
006394                 MOVE "REOPENED" TO WS-RESULT-DESC
006398         END-EVALUATE
006402         PERFORM 4640-WRITE-REVERSAL-JOURNAL THRU 4640-EXIT
006406         MOVE MT-INVOICE-NO (WS-MATCH-IDX)  TO WS-LINE-INVOICE-NO
006410         MOVE MT-REVERSE-AMT (WS-MATCH-IDX) TO WS-LINE-AMOUNT
006414         MOVE SPACES TO WS-REJECT-REASON-TEXT
006418         PERFORM 4950-WRITE-DETAIL-LINE THRU 4950-EXIT
006422         IF MT-REVERSE-DISC (WS-MATCH-IDX) > ZERO
006426             PERFORM 4645-WRITE-DISCOUNT-JOURNAL THRU 4645-EXIT
006430             ADD 1 TO WS-DISC-BACK-COUNT
006434             ADD MT-REVERSE-DISC (WS-MATCH-IDX)
006438                 TO WS-DISC-BACK-TOTAL
006442             MOVE MT-REVERSE-DISC (WS-MATCH-IDX) TO WS-LINE-AMOUNT
006446             MOVE "DISCOUNT" TO WS-RESULT-DESC
006450             MOVE "EARLY-PAY DISCOUNT TAKEN BACK"
006454                 TO WS-REJECT-REASON-TEXT
006458             PERFORM 4950-WRITE-DETAIL-LINE THRU 4950-EXIT
006462         END-IF
006466     END-IF.
006470 4670-EXIT.
006474     EXIT.

006530*----------------------------------------------------------*
006540* 4700-ASSESS-FEE - BOOK THE RETURNED-CHECK FEE AS A NEW   *
006550* OPEN ITEM, "NS" PLUS THE NEXT FEE SEQUENCE, THE SAME WAY *
006560* FIN-CHARGE BOOKS ITS "FC" ITEM, SO EVERY RETURNED ITEM   *
006570* GETS ITS OWN FEE.  A KEY ALREADY ON FILE OR A MASTER     *
006580* THAT WILL NOT REWRITE LEAVES THE FEE UNBOOKED, PRINTED,  *
006585* COUNTED, AND ENDS THE RUN WITH RETURN-CODE 8.            *
006590*----------------------------------------------------------*
006600 4700-ASSESS-FEE.
006605     MOVE 'N' TO WS-FEE-BOOKED-SW.
006610     IF WS-FEE-AMT > ZERO
006620         ADD 1 TO WS-NS-SEQ
006640         MOVE RI-CUSTOMER-ID    TO INV-CUSTOMER-ID
006650         MOVE WS-NS-INVOICE-NO  TO INV-INVOICE-NO
006660         MOVE WS-RUN-BUSINESS-DATE TO INV-INVOICE-DATE
006670         MOVE WS-FEE-AMT        TO INV-ORIG-AMOUNT
006680         MOVE WS-FEE-AMT        TO INV-OPEN-AMOUNT
006690         MOVE CM-CURRENCY-CODE  TO INV-CURRENCY-CODE
006692         MOVE SPACES            TO INV-TERMS-CODE
006694         MOVE WS-RUN-BUSINESS-DATE TO INV-DUE-DATE
006696         MOVE ZERO              TO INV-DISC-DATE
006698         MOVE ZERO              TO INV-DISC-PCT
006700         WRITE INVOICE-RECORD
006710             INVALID KEY
006720                 MOVE "FEE INVOICE ALREADY ON FILE"
006725                     TO WS-FEE-FAIL-TEXT
006727                 PERFORM 4780-WRITE-FEE-FAILED THRU 4780-EXIT
006730             NOT INVALID KEY
006740                 PERFORM 4720-POST-FEE THRU 4720-EXIT
006840         END-WRITE
006850     END-IF.
006860 4700-EXIT.
006870     EXIT.

006871*----------------------------------------------------------*
006872* 4720-POST-FEE - PUT THE FEE ON THE MASTER BALANCE.  A    *
006873* MASTER THAT WILL NOT REWRITE TAKES THE FEE ITEM BACK OFF *
006874* THE OPEN-ITEM MASTER, SO THE TWO NEVER DISAGREE.         *
006875*----------------------------------------------------------*
006876 4720-POST-FEE.
006877     ADD WS-FEE-AMT TO CM-BALANCE.
006878     REWRITE CUSTOMER-MASTER-REC
006879         INVALID KEY
006880             SUBTRACT WS-FEE-AMT FROM CM-BALANCE
006881             DELETE INVOICE-MASTER
006882                 INVALID KEY
006883                     DISPLAY "FEE ITEM BACKOUT FAILED: "
006884                         INV-ITEM-KEY
006885             END-DELETE
006886             MOVE "MASTER REWRITE FAILED - NO FEE"
006887                 TO WS-FEE-FAIL-TEXT
006888             PERFORM 4780-WRITE-FEE-FAILED THRU 4780-EXIT
006889         NOT INVALID KEY
006890             SET FEE-BOOKED TO TRUE
006891             PERFORM 4750-WRITE-FEE-JOURNAL THRU 4750-EXIT
006892             ADD WS-FEE-AMT TO WS-FEE-TOTAL
006893             ADD 1 TO WS-FEE-COUNT
006894             MOVE WS-NS-INVOICE-NO TO WS-LINE-INVOICE-NO
006895             MOVE WS-FEE-AMT       TO WS-LINE-AMOUNT
006896             MOVE "NSF FEE"        TO WS-RESULT-DESC
006897             MOVE SPACES           TO WS-REJECT-REASON-TEXT
006898             PERFORM 4950-WRITE-DETAIL-LINE THRU 4950-EXIT
006899     END-REWRITE.
006900 4720-EXIT.
006901     EXIT.

006903 4750-WRITE-FEE-JOURNAL.
006905     MOVE WS-RUN-BUSINESS-DATE TO JRN-RUN-DATE.
006907     MOVE RI-CUSTOMER-ID    TO JRN-CUSTOMER-ID.
006910     MOVE WS-NS-INVOICE-NO  TO JRN-INVOICE-NO.
006920     MOVE "N"               TO JRN-ACTION-CODE.
006930     MOVE WS-FEE-AMT        TO JRN-SIGNED-AMOUNT.
006940     MOVE CM-CURRENCY-CODE  TO JRN-CURRENCY-CODE.
006950     WRITE JOURNAL-RECORD.
006960 4750-EXIT.
006970     EXIT.

006971*----------------------------------------------------------*
006972* 4780-WRITE-FEE-FAILED - THE REVERSAL STANDS BUT THE FEE  *
006973* WAS NOT BOOKED.  PRINT IT AND END THE RUN WITH           *
006974* RETURN-CODE 8 SO SOMEONE CHARGES IT BY HAND.             *
006975*----------------------------------------------------------*
006976 4780-WRITE-FEE-FAILED.
006977     ADD 1 TO WS-FEE-FAILED-COUNT.
006978     IF RETURN-CODE < 8
006979         MOVE 8 TO RETURN-CODE
006980     END-IF.
006981     DISPLAY "*** NSF FEE NOT BOOKED FOR " RI-CUSTOMER-ID
006982         " " WS-NS-INVOICE-NO " - " WS-FEE-FAIL-TEXT.
006983     MOVE WS-NS-INVOICE-NO  TO WS-LINE-INVOICE-NO.
006984     MOVE WS-FEE-AMT        TO WS-LINE-AMOUNT.
006985     MOVE "FEE FAILED"      TO WS-RESULT-DESC.
006986     MOVE WS-FEE-FAIL-TEXT  TO WS-REJECT-REASON-TEXT.
006987     PERFORM 4950-WRITE-DETAIL-LINE THRU 4950-EXIT.
006988 4780-EXIT.
006989     EXIT.

006992*----------------------------------------------------------*
006995* 4800-WRITE-REGISTER-RECORD - LOG ONE APPLIED-CASH ENTRY  *
007000* THE CHECK USED ON RETREG.DAT AND IN THE TABLE, SO NO     *
007010* LATER RETURN, THIS RUN OR ANOTHER, REVERSES IT AGAIN     *
007020*----------------------------------------------------------*
007030 4800-WRITE-REGISTER-RECORD.
007035     IF MT-IN-CHECK (WS-MATCH-IDX)
007040         MOVE WS-RUN-BUSINESS-DATE TO RR-REVERSE-DATE
007050         MOVE RI-CUSTOMER-ID    TO RR-CUSTOMER-ID
007060         MOVE RI-PAY-DATE       TO RR-PAY-DATE
007070         MOVE RI-INVOICE-NO     TO RR-INVOICE-NO
007080         MOVE RI-AMOUNT         TO RR-AMOUNT
007082         MOVE MT-APPLY-DATE (WS-MATCH-IDX)  TO RR-APPLY-DATE
007084         MOVE MT-PAY-SEQ (WS-MATCH-IDX)     TO RR-PAY-SEQ
007086         MOVE MT-INVOICE-NO (WS-MATCH-IDX)  TO RR-APL-INVOICE-NO
007088         MOVE MT-REVERSE-AMT (WS-MATCH-IDX) TO RR-REVERSED-AMOUNT
007090         IF FEE-BOOKED
007092             MOVE WS-NS-INVOICE-NO TO RR-FEE-INVOICE-NO
007094         ELSE
007096             MOVE SPACES           TO RR-FEE-INVOICE-NO
007098         END-IF
007100         WRITE RETURN-REGISTER-RECORD
007105         IF WS-REGISTER-COUNT < WS-MAX-REGISTER
007110             ADD 1 TO WS-REGISTER-COUNT
007120             MOVE MT-APPLY-DATE (WS-MATCH-IDX)
007130                 TO WR-APPLY-DATE (WS-REGISTER-COUNT)
007140             MOVE MT-PAY-SEQ (WS-MATCH-IDX)
007150                 TO WR-PAY-SEQ (WS-REGISTER-COUNT)
007160             MOVE RI-CUSTOMER-ID
007170                 TO WR-CUSTOMER-ID (WS-REGISTER-COUNT)
007180             MOVE MT-INVOICE-NO (WS-MATCH-IDX)
007190                 TO WR-INVOICE-NO (WS-REGISTER-COUNT)
007195         END-IF
007200     END-IF.
007210 4800-EXIT.
007220     EXIT.

007230*----------------------------------------------------------*
007240* 4850-WRITE-UNMATCHED-LINE - THE PART OF THE CHECK NOT    *
007250* FOUND ON APPLIED.DAT WAS PARKED IN UNAPPLIED CASH AND    *
007260* NEVER TOUCHED THE BALANCE.  PRINT IT SO THE              *
007270* UNAPPLIED-CASH WORKBENCH CAN TAKE IT OUT.                *
007280*----------------------------------------------------------*
007290 4850-WRITE-UNMATCHED-LINE.
007300     MOVE RI-INVOICE-NO     TO WS-LINE-INVOICE-NO.
007310     MOVE WS-REMAINING-AMT  TO WS-LINE-AMOUNT.
007320     MOVE "UNMATCHED"       TO WS-RESULT-DESC.
007330     MOVE "NOT APPLIED - CLEAR UNAPPLD.DAT"
007340         TO WS-REJECT-REASON-TEXT.
007350     PERFORM 4950-WRITE-DETAIL-LINE THRU 4950-EXIT.
007360     ADD WS-REMAINING-AMT TO WS-UNMATCHED-TOTAL.
007370     ADD 1 TO WS-UNMATCHED-COUNT.
007380 4850-EXIT.
007390     EXIT.

007400*----------------------------------------------------------*
007410* 4900-WRITE-REJECT-LINE - A RETURN ALREADY ON THE         *
007420* REGISTER IS COUNTED AND SKIPPED.  A RETURNED ITEM THAT   *
007430* FAILS ITS EDITS (01-03) IS A DATA REJECT FOR CASH TO     *
007440* CORRECT AND RESUBMIT, AND ENDS THE RUN WITH RETURN-CODE  *
007443* 4.  A MASTER OR OPEN-ITEM UPDATE THAT FAILED (04, 05,    *
007446* 08) ENDS IT WITH RETURN-CODE 8.                          *
007450*----------------------------------------------------------*
007460 4900-WRITE-REJECT-LINE.
007470     IF WS-REJECT-REASON-CODE = "06"
007480         ADD 1 TO WS-ALREADY-COUNT
007490         MOVE "SKIPPED"  TO WS-RESULT-DESC
007500     ELSE
007510         ADD 1 TO WS-REJECTED-COUNT
007520         MOVE "REJECTED" TO WS-RESULT-DESC
007524         IF WS-REJECT-REASON-CODE = "04" OR "05" OR "08"
007528             IF RETURN-CODE < 8
007532                 MOVE 8 TO RETURN-CODE
007536             END-IF
007540         ELSE
007544             IF RETURN-CODE < 4
007548                 MOVE 4 TO RETURN-CODE
007552             END-IF
007556         END-IF
007560     END-IF.
007570     MOVE RI-INVOICE-NO     TO WS-LINE-INVOICE-NO.
007580     IF RI-AMOUNT NUMERIC
007590         MOVE RI-AMOUNT     TO WS-LINE-AMOUNT
007600     ELSE
007610         MOVE ZERO          TO WS-LINE-AMOUNT
007620     END-IF.
007630     PERFORM 4950-WRITE-DETAIL-LINE THRU 4950-EXIT.
007640 4900-EXIT.
007650     EXIT.

007660 4950-WRITE-DETAIL-LINE.
007670     MOVE SPACES              TO WS-DETAIL-LINE.
007680     MOVE RI-CUSTOMER-ID      TO DL-CUSTOMER-ID.
007690     MOVE RI-PAY-DATE         TO DL-PAY-DATE.
007700     MOVE WS-LINE-INVOICE-NO  TO DL-INVOICE-NO.
007710     MOVE WS-LINE-AMOUNT      TO DL-AMOUNT.
007720     IF WS-MATCH-FOUND AND CM-BALANCE NUMERIC
007730         MOVE CM-BALANCE      TO DL-NEW-BALANCE
007740     ELSE
007750         MOVE ZERO            TO DL-NEW-BALANCE
007760     END-IF.
007770     MOVE WS-RESULT-DESC      TO DL-RESULT.
007780     MOVE WS-REJECT-REASON-TEXT TO DL-REASON.
007790     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
007800 4950-EXIT.
007810     EXIT.

007820*----------------------------------------------------------*
007830* 7000-PRINT-SUMMARY - WRITE THE REVERSAL SUMMARY          *
007840*----------------------------------------------------------*
007850 7000-PRINT-SUMMARY.
007860     MOVE SPACES TO WS-SUMMARY-LINE.
007870     MOVE "RETURNED ITEMS READ"         TO SL-LABEL.
007880     MOVE WS-ITEM-COUNT                 TO SL-COUNT.
007890     MOVE ZERO                          TO SL-AMOUNT.
007900     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

007910     MOVE SPACES TO WS-SUMMARY-LINE.
007920     MOVE "RETURNED ITEMS REVERSED"     TO SL-LABEL.
007930     MOVE WS-REVERSED-COUNT             TO SL-COUNT.
007940     MOVE WS-REVERSED-TOTAL             TO SL-AMOUNT.
007950     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

007960     MOVE SPACES TO WS-SUMMARY-LINE.
007970     MOVE "OPEN ITEMS REOPENED"         TO SL-LABEL.
007980     MOVE WS-REOPENED-COUNT             TO SL-COUNT.
007990     MOVE ZERO                          TO SL-AMOUNT.
008000     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

008010     MOVE SPACES TO WS-SUMMARY-LINE.
008020     MOVE "OPEN ITEMS RESTORED"         TO SL-LABEL.
008030     MOVE WS-RESTORED-COUNT             TO SL-COUNT.
008040     MOVE ZERO                          TO SL-AMOUNT.
008050     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

008060     MOVE SPACES TO WS-SUMMARY-LINE.
008070     MOVE "REVERSED TO BALANCE ONLY"    TO SL-LABEL.
008080     MOVE WS-BAL-ONLY-COUNT             TO SL-COUNT.
008090     MOVE ZERO                          TO SL-AMOUNT.
008100     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

008101     MOVE SPACES TO WS-SUMMARY-LINE.
008102     MOVE "DISCOUNTS TAKEN BACK"        TO SL-LABEL.
008103     MOVE WS-DISC-BACK-COUNT            TO SL-COUNT.
008104     MOVE WS-DISC-BACK-TOTAL            TO SL-AMOUNT.
008105     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

008110     MOVE SPACES TO WS-SUMMARY-LINE.
008120     MOVE "RETURNED-CHECK FEES ASSESSED" TO SL-LABEL.
008130     MOVE WS-FEE-COUNT                  TO SL-COUNT.
008140     MOVE WS-FEE-TOTAL                  TO SL-AMOUNT.
008150     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

008160     MOVE SPACES TO WS-SUMMARY-LINE.
008170     MOVE "FEES NOT BOOKED"             TO SL-LABEL.
008180     MOVE WS-FEE-FAILED-COUNT           TO SL-COUNT.
008190     MOVE ZERO                          TO SL-AMOUNT.
008200     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

008210     MOVE SPACES TO WS-SUMMARY-LINE.
008220     MOVE "UNMATCHED - IN UNAPPLIED CASH" TO SL-LABEL.
008230     MOVE WS-UNMATCHED-COUNT            TO SL-COUNT.
008240     MOVE WS-UNMATCHED-TOTAL            TO SL-AMOUNT.
008250     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

008260     MOVE SPACES TO WS-SUMMARY-LINE.
008270     MOVE "ALREADY REVERSED - SKIPPED"  TO SL-LABEL.
008280     MOVE WS-ALREADY-COUNT              TO SL-COUNT.
008290     MOVE ZERO                          TO SL-AMOUNT.
008300     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

008310     MOVE SPACES TO WS-SUMMARY-LINE.
008320     MOVE "REJECTED"                    TO SL-LABEL.
008330     MOVE WS-REJECTED-COUNT             TO SL-COUNT.
008340     MOVE ZERO                          TO SL-AMOUNT.
008350     WRITE RPT-RECORD FROM WS-SUMMARY-LINE.

008360     DISPLAY "RETURNED ITEMS READ: " WS-ITEM-COUNT.
008370     DISPLAY "ITEMS REVERSED:      " WS-REVERSED-COUNT.
008380     DISPLAY "REVERSED TOTAL:      " WS-REVERSED-TOTAL.
008390     DISPLAY "FEES ASSESSED:       " WS-FEE-COUNT.
008395     DISPLAY "DISCOUNTS BACK:      " WS-DISC-BACK-TOTAL.
008400     DISPLAY "FEE TOTAL:           " WS-FEE-TOTAL.
008405     DISPLAY "FEES NOT BOOKED:     " WS-FEE-FAILED-COUNT.
008410     DISPLAY "UNMATCHED TOTAL:     " WS-UNMATCHED-TOTAL.
008420     DISPLAY "ALREADY REVERSED:    " WS-ALREADY-COUNT.
008430     DISPLAY "REJECTED:            " WS-REJECTED-COUNT.
008440 7000-EXIT.
008450     EXIT.

008460*----------------------------------------------------------*
008470* 9000-TERMINATE - CLOSE FILES AND END THE RUN             *
008480*----------------------------------------------------------*
008490 9000-TERMINATE.
008500     CLOSE CUSTOMER-MASTER.
008510     CLOSE INVOICE-MASTER.
008520     CLOSE RETURNED-ITEM-FILE.
008530     CLOSE RETURN-REGISTER.
008540     CLOSE JOURNAL-FILE.
008550     CLOSE NSF-REGISTER-RPT.
008560 9000-EXIT.
008570     EXIT.

008580*----------------------------------------------------------*
008590* 9200-START-RUN-CONTROL - FIND THIS STEP IN THE STEP      *
008600* ORDER, PICK UP THE BUSINESS DATE, AND SEE THAT EVERY     *
008610* STEP AHEAD OF THIS ONE HAS RUN CLEANLY FOR THAT DATE,    *
008620* THAT NO STEP AFTER IT HAS RUN, AND THAT THIS STEP HAS    *
008630* NOT ALREADY COMPLETED.  A STEP THAT MAY START IS MARKED  *
008640* STARTED BEFORE IT TOUCHES ANY FILE; ONE THAT MAY NOT IS  *
008650* REFUSED WITH RETURN-CODE 8 AND NOTHING ELSE OPENED.      *
008660*----------------------------------------------------------*
008670 9200-START-RUN-CONTROL.
008680     ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD.
008690     OPEN I-O RUN-CONTROL-FILE.
008700     SET RUN-STEP-IDX TO 1.
008710     SEARCH RUN-STEP-ENTRY
008720         AT END
008730             MOVE ZERO TO WS-RUN-OWN-POSITION
008740         WHEN RUN-STEP-TBL-NAME (RUN-STEP-IDX) = WS-RUN-STEP-NAME
008750             SET WS-RUN-OWN-POSITION TO RUN-STEP-IDX
008760     END-SEARCH.
008770     PERFORM 9225-READ-BUSINESS-DATE THRU 9225-EXIT.
008780     IF NOT STEP-REFUSED
008790         PERFORM 9230-CHECK-STEP-ORDER THRU 9230-EXIT
008800     END-IF.
008810     IF NOT STEP-REFUSED
008820         PERFORM 9240-CHECK-OWN-STEP THRU 9240-EXIT
008830     END-IF.
008840     IF STEP-REFUSED
008850         PERFORM 9260-REFUSE-THE-STEP THRU 9260-EXIT
008860     ELSE
008870         PERFORM 9250-MARK-STEP-STARTED THRU 9250-EXIT
008880     END-IF.
008890 9200-EXIT.
008900     EXIT.

008910*----------------------------------------------------------*
008920* 9225-READ-BUSINESS-DATE - EVERY STEP AFTER THE FIRST     *
008930* RUNS UNDER THE BUSINESS DATE THE FIRST STEP OPENED.      *
008940* WITH NO DATE OPEN THERE IS NOTHING TO CHECK AGAINST, SO  *
008950* THE STEP IS REFUSED.                                     *
008960*----------------------------------------------------------*
008970 9225-READ-BUSINESS-DATE.
008980     MOVE ZERO            TO RUN-BUSINESS-DATE.
008990     MOVE "BUSINESS DATE" TO RUN-STEP-NAME.
009000     READ RUN-CONTROL-FILE
009010         INVALID KEY
009020             SET STEP-REFUSED TO TRUE
009030             MOVE "NO BUSINESS DATE OPEN" TO WS-RUN-REASON
009040         NOT INVALID KEY
009050             MOVE RUN-OPEN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
009060     END-READ.
009070 9225-EXIT.
009080     EXIT.

009090*----------------------------------------------------------*
009100* 9230-CHECK-STEP-ORDER - WALK THE STEP ORDER FOR THE      *
009110* BUSINESS DATE.  A REQUIRED STEP AHEAD OF THIS ONE MUST   *
009120* HAVE COMPLETED; AN OPTIONAL STEP AHEAD OF IT MAY BE      *
009130* ABSENT BUT MUST NOT BE LEFT STARTED OR FAILED; A STEP    *
009140* AFTER IT MUST NOT HAVE RUN AT ALL.  THE FIRST STEP FOUND *
009150* OUT OF ORDER IS NAMED IN THE REFUSAL.                    *
009160*----------------------------------------------------------*
009170 9230-CHECK-STEP-ORDER.
009180     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
009190     PERFORM 9235-CHECK-ONE-STEP THRU 9235-EXIT
009200         VARYING WS-RUN-CHECK-POSITION FROM 1 BY 1
009210         UNTIL WS-RUN-CHECK-POSITION > RUN-STEP-COUNT
009220         OR STEP-REFUSED.
009230 9230-EXIT.
009240     EXIT.

009250 9235-CHECK-ONE-STEP.
009260     IF WS-RUN-CHECK-POSITION < WS-RUN-OWN-POSITION
009270         PERFORM 9237-CHECK-PREDECESSOR THRU 9237-EXIT
009280     END-IF.
009290     IF WS-RUN-CHECK-POSITION > WS-RUN-OWN-POSITION
009300         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
009310         IF RUN-RECORD-FOUND AND NOT RUN-REFUSED
009320             SET STEP-REFUSED TO TRUE
009330             MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
009340                 TO WS-RUN-REASON-STEP
009350             MOVE "HAS ALREADY RUN" TO WS-RUN-REASON-TEXT
009360         END-IF
009370     END-IF.
009380 9235-EXIT.
009390     EXIT.

009400 9237-CHECK-PREDECESSOR.
009410     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
009420     IF RUN-STEP-REQUIRED (WS-RUN-CHECK-POSITION)
009430         IF NOT RUN-RECORD-FOUND OR NOT RUN-COMPLETE
009440             SET STEP-REFUSED TO TRUE
009450         END-IF
009460     ELSE
009470         IF RUN-RECORD-FOUND AND (RUN-STARTED OR RUN-FAILED)
009480             SET STEP-REFUSED TO TRUE
009490         END-IF
009500     END-IF.
009510     IF STEP-REFUSED
009520         MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
009530             TO WS-RUN-REASON-STEP
009540         MOVE "NOT COMPLETE" TO WS-RUN-REASON-TEXT
009550     END-IF.
009560 9237-EXIT.
009570     EXIT.

009580*----------------------------------------------------------*
009590* 9240-CHECK-OWN-STEP - A STEP ALREADY COMPLETE FOR THE    *
009600* BUSINESS DATE IS NOT RUN AGAIN.  A STEP LEFT STARTED OR  *
009610* FAILED RUNS AGAIN FROM THE TOP.                          *
009620*----------------------------------------------------------*
009630 9240-CHECK-OWN-STEP.
009640     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
009650     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
009660     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
009670     IF RUN-RECORD-FOUND AND RUN-COMPLETE
009680         SET STEP-REFUSED TO TRUE
009690         MOVE "ALREADY COMPLETE FOR THIS DATE"
009700                 TO WS-RUN-REASON
009710     END-IF.
009720 9240-EXIT.
009730     EXIT.

009740*----------------------------------------------------------*
009750* 9250-MARK-STEP-STARTED - RECORD THIS ATTEMPT AS STARTED. *
009760* A STEP THAT ABENDS IS LEFT SHOWING STARTED, WHICH HOLDS  *
009770* BACK EVERY STEP AFTER IT UNTIL IT IS RERUN.              *
009780*----------------------------------------------------------*
009790 9250-MARK-STEP-STARTED.
009800     IF NOT RUN-RECORD-FOUND
009810         MOVE SPACES TO RUN-STEP-DATA
009820         MOVE ZERO   TO RUN-ATTEMPT-COUNT
009830         MOVE ZERO   TO RUN-REFUSAL-COUNT
009840     END-IF.
009850     MOVE WS-RUN-BUSINESS-DATE TO RUN-BUSINESS-DATE.
009860     MOVE WS-RUN-STEP-NAME     TO RUN-STEP-NAME.
009870     SET RUN-STARTED TO TRUE.
009880     MOVE ZERO                 TO RUN-RETURN-CODE.
009890     ADD 1                     TO RUN-ATTEMPT-COUNT.
009900     MOVE WS-RUN-SYSTEM-DATE   TO RUN-START-DATE.
009910     ACCEPT WS-RUN-TIME FROM TIME.
009920     MOVE WS-RUN-TIME          TO RUN-START-TIME.
009930     MOVE ZERO                 TO RUN-END-DATE.
009940     MOVE ZERO                 TO RUN-END-TIME.
009950     MOVE WS-RUN-INPUT-COUNT   TO RUN-INPUT-COUNT.
009960     MOVE WS-RUN-INPUT-TOTAL   TO RUN-INPUT-TOTAL.
009970     MOVE WS-RUN-RESUME-COUNT  TO WS-RUN-COMMIT-COUNT.
009980     MOVE WS-RUN-RESUME-COUNT  TO RUN-COMMIT-COUNT.
009990     MOVE WS-RUN-RESUME-COUNT  TO RUN-RESUME-COUNT.
010000     MOVE SPACES               TO RUN-MESSAGE.
010010     IF WS-RUN-RESUME-COUNT > ZERO
010020         MOVE "RESUMED AFTER PARTIAL RUN" TO RUN-MESSAGE
010030         DISPLAY "RESUMING AFTER " WS-RUN-RESUME-COUNT
010040             " COMMITTED TRANSACTIONS"
010050     END-IF.
010060     IF RUN-RECORD-FOUND
010070         REWRITE RUN-CONTROL-RECORD
010080             INVALID KEY
010090                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
010100         END-REWRITE
010110     ELSE
010120         WRITE RUN-CONTROL-RECORD
010130             INVALID KEY
010140                 DISPLAY "RUN-CONTROL WRITE FAILED: " RUN-KEY
010150         END-WRITE
010160     END-IF.
010170 9250-EXIT.
010180     EXIT.

010190*----------------------------------------------------------*
010200* 9260-REFUSE-THE-STEP - SAY WHY THE STEP MAY NOT START,   *
010210* KEEP THE REFUSAL ON THE RUN-CONTROL FILE FOR THE MORNING *
010220* STATUS REPORT, AND END WITH RETURN-CODE 8 SO THE JOB     *
010230* STREAM STOPS HERE.  A REFUSAL NEVER CHANGES THE STATUS   *
010240* OF AN ATTEMPT ALREADY ON FILE.                           *
010250*----------------------------------------------------------*
010260 9260-REFUSE-THE-STEP.
010270     DISPLAY "*** " WS-RUN-STEP-NAME " NOT STARTED - "
010280         WS-RUN-REASON " ***".
010290     IF WS-RUN-BUSINESS-DATE > ZERO
010300         MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE
010310         MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION
010320         PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT
010330         IF RUN-RECORD-FOUND
010340             ADD 1 TO RUN-REFUSAL-COUNT
010350             MOVE WS-RUN-REASON TO RUN-MESSAGE
010360             REWRITE RUN-CONTROL-RECORD
010370                 INVALID KEY
010380                     DISPLAY "RUN-CONTROL REWRITE FAILED: "
010390                         RUN-KEY
010400             END-REWRITE
010410         ELSE
010420             MOVE SPACES             TO RUN-STEP-DATA
010430             SET RUN-REFUSED TO TRUE
010440             MOVE 8                  TO RUN-RETURN-CODE
010450             MOVE ZERO               TO RUN-ATTEMPT-COUNT
010460             MOVE WS-RUN-SYSTEM-DATE TO RUN-START-DATE
010470             ACCEPT WS-RUN-TIME FROM TIME
010480             MOVE WS-RUN-TIME        TO RUN-START-TIME
010490             MOVE ZERO               TO RUN-END-DATE
010500             MOVE ZERO               TO RUN-END-TIME
010510             MOVE ZERO               TO RUN-INPUT-COUNT
010520             MOVE ZERO               TO RUN-INPUT-TOTAL
010530             MOVE ZERO               TO RUN-COMMIT-COUNT
010540             MOVE ZERO               TO RUN-RESUME-COUNT
010550             MOVE 1                  TO RUN-REFUSAL-COUNT
010560             MOVE WS-RUN-REASON      TO RUN-MESSAGE
010570             WRITE RUN-CONTROL-RECORD
010580                 INVALID KEY
010590                     DISPLAY "RUN-CONTROL WRITE FAILED: "
010600                         RUN-KEY
010610             END-WRITE
010620         END-IF
010630     END-IF.
010640     CLOSE RUN-CONTROL-FILE.
010650     IF RETURN-CODE < 8
010660         MOVE 8 TO RETURN-CODE
010670     END-IF.
010680 9260-EXIT.
010690     EXIT.

010700*----------------------------------------------------------*
010710* 9290-READ-STEP-RECORD - RANDOM READ OF THE RUN-CONTROL   *
010720* RECORD FOR THE STEP AT WS-RUN-CHECK-POSITION ON          *
010730* WS-RUN-CHECK-DATE.                                       *
010740*----------------------------------------------------------*
010750 9290-READ-STEP-RECORD.
010760     MOVE WS-RUN-CHECK-DATE TO RUN-BUSINESS-DATE.
010770     MOVE RUN-STEP-TBL-NAME (WS-RUN-CHECK-POSITION)
010780         TO RUN-STEP-NAME.
010790     READ RUN-CONTROL-FILE
010800         INVALID KEY
010810             MOVE 'N' TO WS-RUN-RECORD-SW
010820         NOT INVALID KEY
010830             MOVE 'Y' TO WS-RUN-RECORD-SW
010840     END-READ.
010850 9290-EXIT.
010860     EXIT.

010870*----------------------------------------------------------*
010880* 9500-END-RUN-CONTROL - RECORD HOW THE STEP ENDED:        *
010890* COMPLETE BELOW RETURN-CODE 8, FAILED AT 8 OR ABOVE, WITH *
010900* THE END TIME, THE RETURN CODE AND THE INPUT CONTROL      *
010910* TOTALS - THE RETURNED ITEMS READ AND THEIR TOTAL.        *
010920*----------------------------------------------------------*
010930 9500-END-RUN-CONTROL.
010940     MOVE WS-ITEM-COUNT        TO WS-RUN-INPUT-COUNT.
010950     MOVE WS-ITEM-TOTAL        TO WS-RUN-INPUT-TOTAL.
010960     MOVE WS-RUN-BUSINESS-DATE TO WS-RUN-CHECK-DATE.
010970     MOVE WS-RUN-OWN-POSITION  TO WS-RUN-CHECK-POSITION.
010980     PERFORM 9290-READ-STEP-RECORD THRU 9290-EXIT.
010990     IF RUN-RECORD-FOUND
011000         IF RETURN-CODE < 8
011010             SET RUN-COMPLETE TO TRUE
011020         ELSE
011030             SET RUN-FAILED TO TRUE
011040         END-IF
011050         MOVE RETURN-CODE        TO RUN-RETURN-CODE
011060         ACCEPT WS-RUN-SYSTEM-DATE FROM DATE YYYYMMDD
011070         MOVE WS-RUN-SYSTEM-DATE TO RUN-END-DATE
011080         ACCEPT WS-RUN-TIME FROM TIME
011090         MOVE WS-RUN-TIME        TO RUN-END-TIME
011100         MOVE WS-RUN-INPUT-COUNT TO RUN-INPUT-COUNT
011110         MOVE WS-RUN-INPUT-TOTAL TO RUN-INPUT-TOTAL
011120         MOVE WS-RUN-COMMIT-COUNT TO RUN-COMMIT-COUNT
011130         REWRITE RUN-CONTROL-RECORD
011140             INVALID KEY
011150                 DISPLAY "RUN-CONTROL REWRITE FAILED: " RUN-KEY
011160         END-REWRITE
011170     ELSE
011180         DISPLAY "RUN-CONTROL RECORD MISSING AT END OF STEP"
011190     END-IF.
011200     CLOSE RUN-CONTROL-FILE.
011210 9500-EXIT.
011220     EXIT.
