000750*                   PAYMENT DATE FOR THE DUNNING RUN.         *
000752*                   RECORD GROWS FROM 140 TO 149 BYTES AND    *
000754*                   THE TRANSACTION RECORD FROM 141 TO 150.   *
000755*  10/15/2026 RWH   CARRIED THE NEW TERMS-CODE THROUGH THE    *
000756*                   MASTER AND TRANSACTION RECORDS SO         *
000757*                   ADD/CHANGE TRANSACTIONS CAN SET A         *
000758*                   CUSTOMER'S PAYMENT TERMS.  RECORD GROWS   *
000759*                   FROM 149 TO 180 BYTES AND THE TRANSACTION *
000760*                   RECORD FROM 150 TO 181.  AN ADD NOW       *
000761*                   STARTS FROM A CLEARED RECORD SO THE       *
000762*                   RESERVED FILLER IS WRITTEN AS SPACES.     *
000763*  10/15/2026 RWH   CARRIED THE NEW PARENT-ID AND             *
000764*                   FAMILY-CREDIT-LIMIT THROUGH ADD AND       *
000765*                   CHANGE SO A DIVISION CAN BE TIED TO ITS   *
000766*                   PARENT ACCOUNT, WITH THE USUAL            *
000767*                   BEFORE/AFTER AUDIT.  A PARENT-ID MUST BE  *
000768*                   ANOTHER CUSTOMER ON FILE THAT HAS NO      *
000769*                   PARENT OF ITS OWN, OR THE TRANSACTION IS  *
000770*                   REJECTED.  A FAMILY LIMIT THAT IS NOT     *
000771*                   NUMERIC (AN OLD-LAYOUT TRANSACTION) IS    *
000772*                   TAKEN AS ZERO.                            *
000773*  10/15/2026 RWH   CARRIED THE NEW COLLECTOR-ID THROUGH ADD  *
000774*                   AND CHANGE SO AN ACCOUNT CAN BE ASSIGNED  *
000775*                   TO A COLLECTOR, WITH THE USUAL            *
000776*                   BEFORE/AFTER AUDIT.  SPACES LEAVE THE     *
000777*                   ACCOUNT UNASSIGNED.                       *
000778*  10/15/2026 RWH   A CUSTOMER THAT OTHER ACCOUNTS NAME AS    *
000779*                   THEIR PARENT CAN NO LONGER BE GIVEN A     *
000780*                   PARENT OF ITS OWN OR BE DELETED - EITHER  *
000781*                   WOULD LEAVE A TWO-LEVEL FAMILY OR         *
000782*                   ORPHANED DIVISIONS, AND THE FAMILY        *
000783*                   ROLL-UPS ONLY CONSOLIDATE ONE LEVEL.      *
000784*                   EVERY PARENT-ID IN USE IS LOADED FROM THE *
000785*                   MASTER AT START-UP INTO A TABLE KEPT      *
000786*                   CURRENT AS TRANSACTIONS APPLY, AND SUCH A *
000787*                   TRANSACTION IS REJECTED AS CUSTOMER HAS   *
000788*                   CHILD ACCOUNTS.  THE MASTER IS NOW OPENED *
000789*                   FOR DYNAMIC ACCESS SO IT CAN BE READ      *
000790*                   THROUGH FOR THE LOAD.                     *
000791*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000792*----------------------------------------------------------*
000793 ENVIRONMENT DIVISION.
000794 INPUT-OUTPUT SECTION.
000795 FILE-CONTROL.
000796     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST.DAT"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS CM-CUSTOMER-ID.
000830     SELECT TRANS-FILE       ASSIGN TO "TRANS.DAT".
000840     SELECT REGISTER-FILE    ASSIGN TO "TRANREG.RPT".
001000             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
001010             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
001012             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
001014             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
001017             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
001018             ==PARENT-ID==     BY ==CM-PARENT-ID==
001019             ==FAMILY-CREDIT-LIMIT==
001020                 BY ==CM-FAMILY-CREDIT-LIMIT==
001021             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

001025 FD  TRANS-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 181 CHARACTERS.
001050 01  TRANS-RECORD.
001060     05  TRANS-ACTION-CODE   PIC X(01).
001070         88  TRANS-ADD                  VALUE "A".
001334             BY ==10  TRANS-HOLD-CODE==
001336         ==05  PROMISE-DATE==
001338             BY ==10  TRANS-PROMISE-DATE==
001339         ==05  TERMS-CODE==
001340             BY ==10  TRANS-TERMS-CODE==
001341         ==05  PARENT-ID==
001342             BY ==10  TRANS-PARENT-ID==
001343         ==05  FAMILY-CREDIT-LIMIT==
001344             BY ==10  TRANS-FAMILY-CREDIT-LIMIT==
001345         ==05  COLLECTOR-ID==
001346             BY ==10  TRANS-COLLECTOR-ID==
001347         ==05  FILLER==
001348             BY ==10  FILLER==
001349         ==BALANCE==
001350             BY ==TRANS-BALANCE==.

001360 FD  REGISTER-FILE
001560 77  WS-RESULT-DESC           PIC X(10)   VALUE SPACES.
001570 77  WS-ACTION-DESC           PIC X(10)   VALUE SPACES.
001580 77  WS-SYSTEM-DATE           PIC 9(8)    VALUE ZERO.
001581 77  WS-BEFORE-IMAGE          PIC X(180)  VALUE SPACES.
001582 77  WS-AFTER-IMAGE           PIC X(180)  VALUE SPACES.
001583 77  WS-PARENT-OK-SW          PIC X       VALUE 'Y'.
001584     88  PARENT-OK                        VALUE 'Y'.
001585 77  WS-PARENT-REASON         PIC X(30)   VALUE SPACES.
001586 77  WS-OLD-PARENT-ID         PIC X(10)   VALUE SPACES.
001587 77  WS-COUNT-PARENT-ID       PIC X(10)   VALUE SPACES.
001588 77  WS-PARENT-COUNT          PIC 9(5) COMP VALUE ZERO.
001589 77  WS-MAX-PARENTS           PIC 9(5) COMP VALUE 5000.
001590 77  WS-PARENT-TABLE-SW       PIC X       VALUE 'N'.
001591     88  PARENT-TABLE-FULL                VALUE 'Y'.
001592 77  WS-PARENT-SCAN-EOF       PIC X       VALUE 'N'.
001593     88  PARENT-SCAN-EOF                  VALUE 'Y'.
001594 77  WS-CHILDREN-SW           PIC X       VALUE 'N'.
001595     88  HAS-CHILDREN                     VALUE 'Y'.

001596*----------------------------------------------------------*
001597* WS-PARENT-TABLE - ONE ENTRY PER CUSTOMER-ID NAMED AS A   *
001598* PARENT-ID ON THE MASTER, WITH THE NUMBER OF ACCOUNTS     *
001599* NAMING IT.  LOADED AT START-UP AND KEPT CURRENT AS ADDS, *
001600* CHANGES AND DELETES APPLY.  IF THE MASTER EVER HOLDS     *
001601* MORE PARENTS THAN THE TABLE, THE CHILD CHECK READS       *
001602* THROUGH THE MASTER INSTEAD.                              *
001603*----------------------------------------------------------*
001604 01  WS-PARENT-TABLE.
001605     05  WS-PAR-ENTRY OCCURS 5000 TIMES
001606                      DEPENDING ON WS-PARENT-COUNT
001607                      INDEXED BY WS-PAR-IDX.
001608         10  WS-PAR-ID           PIC X(10).
001609         10  WS-PAR-CHILDREN     PIC 9(5) COMP.


001610 01  WS-HEADER-LINE-1.
002040     OPEN EXTEND AUDIT-FILE.
002050     WRITE RPT-RECORD FROM WS-HEADER-LINE-1.
002060     WRITE RPT-RECORD FROM WS-HEADER-LINE-2.
002061     MOVE LOW-VALUES TO CM-CUSTOMER-ID.
002062     START CUSTOMER-MASTER KEY NOT < CM-CUSTOMER-ID
002063         INVALID KEY MOVE 'Y' TO WS-PARENT-SCAN-EOF
002064     END-START.
002065     PERFORM 1100-LOAD-PARENT-ENTRY THRU 1100-EXIT
002066         UNTIL PARENT-SCAN-EOF.
002070 1000-EXIT.
002080     EXIT.

002083*----------------------------------------------------------*
002086* 1100-LOAD-PARENT-ENTRY - COUNT ONE MASTER RECORD'S       *
002089* PARENT-ID INTO THE PARENT TABLE                          *
002092*----------------------------------------------------------*
002095 1100-LOAD-PARENT-ENTRY.
002098     READ CUSTOMER-MASTER NEXT RECORD
002101         AT END
002104             MOVE 'Y' TO WS-PARENT-SCAN-EOF
002107         NOT AT END
002110             IF CM-PARENT-ID NOT = SPACES
002113                 MOVE CM-PARENT-ID TO WS-COUNT-PARENT-ID
002116                 PERFORM 4080-ADD-CHILD THRU 4080-EXIT
002119             END-IF
002122     END-READ.
002125 1100-EXIT.
002128     EXIT.

002131*----------------------------------------------------------*
002134* 3000-READ-TRANSACTION - READ THE NEXT TRANSACTION RECORD  *
002137*----------------------------------------------------------*
002140 3000-READ-TRANSACTION.
002143     READ TRANS-FILE
002146         AT END MOVE 'Y' TO WS-TRANS-EOF
002149     END-READ.
002152 3000-EXIT.
002170     EXIT.

002180*----------------------------------------------------------*
002210* WRITE ONE REGISTER LINE SHOWING WHAT HAPPENED             *
002220*----------------------------------------------------------*
002230 4000-APPLY-TRANSACTION.
002235     PERFORM 4050-CHECK-PARENT THRU 4050-EXIT.
002240     PERFORM 4100-READ-MASTER-RECORD THRU 4100-EXIT.
002250     EVALUATE TRUE
002252         WHEN NOT PARENT-OK
002254             MOVE "REJECTED" TO WS-RESULT-DESC
002256             MOVE WS-PARENT-REASON TO WS-REJECT-REASON
002258             ADD 1 TO WS-REJECT-COUNT
002260         WHEN TRANS-ADD
002270             PERFORM 4200-APPLY-ADD THRU 4200-EXIT
002280         WHEN TRANS-CHANGE
002390 4000-EXIT.
002400     EXIT.

002401*----------------------------------------------------------*
002402* 4050-CHECK-PARENT - AN ADD OR CHANGE NAMING A PARENT      *
002403* ACCOUNT NEEDS THAT PARENT ON FILE, NOT THE CUSTOMER       *
002404* ITSELF, AND WITH NO PARENT OF ITS OWN - HIERARCHIES ARE   *
002405* ONE LEVEL.  DONE BEFORE THE CUSTOMER'S OWN MASTER RECORD  *
002406* IS READ, SINCE THE PARENT IS READ INTO THE SAME AREA.     *
002407* A CUSTOMER OTHER ACCOUNTS NAME AS THEIR PARENT CAN TAKE   *
002408* NO PARENT ITSELF AND CANNOT BE DELETED.                   *
002409*----------------------------------------------------------*
002410 4050-CHECK-PARENT.
002411     MOVE 'Y'    TO WS-PARENT-OK-SW.
002412     MOVE SPACES TO WS-PARENT-REASON.
002413     IF (TRANS-ADD OR TRANS-CHANGE)
002414         AND TRANS-PARENT-ID NOT = SPACES
002415         IF TRANS-PARENT-ID = TRANS-CUSTOMER-ID
002416             MOVE 'N' TO WS-PARENT-OK-SW
002417             MOVE "CUSTOMER CANNOT BE OWN PARENT"
002418                 TO WS-PARENT-REASON
002419         ELSE
002420             MOVE TRANS-PARENT-ID TO CM-CUSTOMER-ID
002421             READ CUSTOMER-MASTER
002422                 INVALID KEY
002423                     MOVE 'N' TO WS-PARENT-OK-SW
002424                     MOVE "PARENT ID NOT FOUND"
002425                         TO WS-PARENT-REASON
002426                 NOT INVALID KEY
002427                     IF CM-PARENT-ID NOT = SPACES
002428                         MOVE 'N' TO WS-PARENT-OK-SW
002429                         MOVE "PARENT HAS A PARENT OF ITS OWN"
002430                             TO WS-PARENT-REASON
002431                     END-IF
002432             END-READ
002433         END-IF
002434     END-IF.
002435     IF PARENT-OK
002436         AND (((TRANS-ADD OR TRANS-CHANGE)
002437                 AND TRANS-PARENT-ID NOT = SPACES)
002438             OR TRANS-DELETE)
002439         PERFORM 4060-CHECK-CHILDREN THRU 4060-EXIT
002440         IF HAS-CHILDREN
002441             MOVE 'N' TO WS-PARENT-OK-SW
002442             MOVE "CUSTOMER HAS CHILD ACCOUNTS"
002443                 TO WS-PARENT-REASON
002444         END-IF
002445     END-IF.
002446 4050-EXIT.
002447     EXIT.

002448*----------------------------------------------------------*
002449* 4060-CHECK-CHILDREN - DOES ANY ACCOUNT NAME THE          *
002450* TRANSACTION'S CUSTOMER AS ITS PARENT.  THE PARENT TABLE  *
002451* ANSWERS UNLESS IT HAS OVERFLOWED, WHEN THE MASTER IS     *
002452* READ THROUGH INSTEAD.                                    *
002453*----------------------------------------------------------*
002454 4060-CHECK-CHILDREN.
002455     MOVE 'N' TO WS-CHILDREN-SW.
002456     IF PARENT-TABLE-FULL
002457         MOVE 'N' TO WS-PARENT-SCAN-EOF
002458         MOVE LOW-VALUES TO CM-CUSTOMER-ID
002459         START CUSTOMER-MASTER KEY NOT < CM-CUSTOMER-ID
002460             INVALID KEY MOVE 'Y' TO WS-PARENT-SCAN-EOF
002461         END-START
002462         PERFORM 4070-SCAN-FOR-CHILD THRU 4070-EXIT
002463             UNTIL PARENT-SCAN-EOF OR HAS-CHILDREN
002464     ELSE
002465         SET WS-PAR-IDX TO 1
002466         SEARCH WS-PAR-ENTRY
002467             AT END
002468                 CONTINUE
002469             WHEN WS-PAR-ID (WS-PAR-IDX) = TRANS-CUSTOMER-ID
002470                 IF WS-PAR-CHILDREN (WS-PAR-IDX) > ZERO
002471                     MOVE 'Y' TO WS-CHILDREN-SW
002472                 END-IF
002473         END-SEARCH
002474     END-IF.
002475 4060-EXIT.
002476     EXIT.

002477 4070-SCAN-FOR-CHILD.
002478     READ CUSTOMER-MASTER NEXT RECORD
002479         AT END
002480             MOVE 'Y' TO WS-PARENT-SCAN-EOF
002481         NOT AT END
002482             IF CM-PARENT-ID = TRANS-CUSTOMER-ID
002483                 MOVE 'Y' TO WS-CHILDREN-SW
002484             END-IF
002485     END-READ.
002486 4070-EXIT.
002487     EXIT.

002488*----------------------------------------------------------*
002489* 4080-ADD-CHILD - COUNT ONE MORE ACCOUNT UNDER THE PARENT *
002490* IN WS-COUNT-PARENT-ID.  A PARENT THE TABLE HAS NO ROOM   *
002491* FOR MARKS IT FULL, AND THE CHILD CHECK FALLS BACK TO     *
002492* READING THE MASTER.                                      *
002493*----------------------------------------------------------*
002494 4080-ADD-CHILD.
002495     SET WS-PAR-IDX TO 1.
002496     SEARCH WS-PAR-ENTRY
002497         AT END
002498             IF WS-PARENT-COUNT < WS-MAX-PARENTS
002499                 ADD 1 TO WS-PARENT-COUNT
002500                 SET WS-PAR-IDX TO WS-PARENT-COUNT
002501                 MOVE WS-COUNT-PARENT-ID TO WS-PAR-ID (WS-PAR-IDX)
002502                 MOVE 1 TO WS-PAR-CHILDREN (WS-PAR-IDX)
002503             ELSE
002504                 IF NOT PARENT-TABLE-FULL
002505                     MOVE 'Y' TO WS-PARENT-TABLE-SW
002506                     DISPLAY "PARENT TABLE FULL AT "
002507                         WS-MAX-PARENTS
002508                         " - CHILD CHECK WILL READ THE MASTER"
002509                 END-IF
002510             END-IF
002511         WHEN WS-PAR-ID (WS-PAR-IDX) = WS-COUNT-PARENT-ID
002512             ADD 1 TO WS-PAR-CHILDREN (WS-PAR-IDX)
002513     END-SEARCH.
002514 4080-EXIT.
002515     EXIT.

002516 4085-REMOVE-CHILD.
002517     SET WS-PAR-IDX TO 1.
002518     SEARCH WS-PAR-ENTRY
002519         AT END
002520             CONTINUE
002521         WHEN WS-PAR-ID (WS-PAR-IDX) = WS-COUNT-PARENT-ID
002522             IF WS-PAR-CHILDREN (WS-PAR-IDX) > ZERO
002523                 SUBTRACT 1 FROM WS-PAR-CHILDREN (WS-PAR-IDX)
002524             END-IF
002525     END-SEARCH.
002526 4085-EXIT.
002527     EXIT.

002528*----------------------------------------------------------*
002529* 4100-READ-MASTER-RECORD - RANDOM READ OF THE MASTER BY    *
002530* THE TRANSACTION'S CUSTOMER-ID                             *
002531*----------------------------------------------------------*
002532 4100-READ-MASTER-RECORD.
002533     MOVE 'N' TO WS-MATCH-SW.
002534     MOVE SPACES TO WS-BEFORE-IMAGE.
002535     MOVE SPACES TO WS-OLD-PARENT-ID.
002536     MOVE TRANS-CUSTOMER-ID TO CM-CUSTOMER-ID.
002537     READ CUSTOMER-MASTER
002538         INVALID KEY
002539             CONTINUE
002540         NOT INVALID KEY
002541             MOVE 'Y' TO WS-MATCH-SW
002542             MOVE CUSTOMER-MASTER-REC TO WS-BEFORE-IMAGE
002545             MOVE CM-PARENT-ID TO WS-OLD-PARENT-ID
002550     END-READ.
002560 4100-EXIT.
002570     EXIT.
002610         MOVE "DUPLICATE CUSTOMER ID" TO WS-REJECT-REASON
002620         ADD 1 TO WS-REJECT-COUNT
002630     ELSE
002635         MOVE SPACES              TO CUSTOMER-MASTER-REC
002640         MOVE TRANS-CUSTOMER-ID   TO CM-CUSTOMER-ID
002650         MOVE TRANS-CUSTOMER-NAME TO CM-CUSTOMER-NAME
002660         MOVE TRANS-BALANCE       TO CM-BALANCE
002730             TO CM-ADDR-CITY-ST-ZIP
002732         MOVE TRANS-HOLD-CODE     TO CM-HOLD-CODE
002734         MOVE TRANS-PROMISE-DATE  TO CM-PROMISE-DATE
002737         MOVE TRANS-TERMS-CODE    TO CM-TERMS-CODE
002738         MOVE TRANS-COLLECTOR-ID  TO CM-COLLECTOR-ID
002739         PERFORM 4250-MOVE-FAMILY-FIELDS THRU 4250-EXIT
002740         WRITE CUSTOMER-MASTER-REC
002750             INVALID KEY
002760                 MOVE "REJECTED" TO WS-RESULT-DESC
002820                 ADD 1 TO WS-ADD-COUNT
002830                 MOVE CUSTOMER-MASTER-REC TO WS-AFTER-IMAGE
002840                 PERFORM 4950-WRITE-AUDIT-RECORD THRU 4950-EXIT
002845                 PERFORM 4270-COUNT-NEW-PARENT THRU 4270-EXIT
002850         END-WRITE
002860     END-IF.
002870 4200-EXIT.
002880     EXIT.

002881 4250-MOVE-FAMILY-FIELDS.
002882     MOVE TRANS-PARENT-ID         TO CM-PARENT-ID.
002883     IF TRANS-FAMILY-CREDIT-LIMIT NUMERIC
002884         MOVE TRANS-FAMILY-CREDIT-LIMIT
002885             TO CM-FAMILY-CREDIT-LIMIT
002886     ELSE
002887         MOVE ZERO TO CM-FAMILY-CREDIT-LIMIT
002888     END-IF.
002889 4250-EXIT.
002890     EXIT.

002891*----------------------------------------------------------*
002892* 4260/4270 - KEEP THE PARENT TABLE CURRENT FOR AN APPLIED *
002893* TRANSACTION - THE PARENT THE RECORD HAD BEFORE LOSES A   *
002894* CHILD AND THE PARENT IT HAS NOW GAINS ONE                *
002895*----------------------------------------------------------*
002896 4260-COUNT-OLD-PARENT.
002897     IF WS-OLD-PARENT-ID NOT = SPACES
002898         MOVE WS-OLD-PARENT-ID TO WS-COUNT-PARENT-ID
002899         PERFORM 4085-REMOVE-CHILD THRU 4085-EXIT
002900     END-IF.
002901 4260-EXIT.
002902     EXIT.

002903 4270-COUNT-NEW-PARENT.
002904     IF CM-PARENT-ID NOT = SPACES
002905         MOVE CM-PARENT-ID TO WS-COUNT-PARENT-ID
002906         PERFORM 4080-ADD-CHILD THRU 4080-EXIT
002907     END-IF.
002908 4270-EXIT.
002909     EXIT.

002911 4300-APPLY-CHANGE.
002913     IF WS-MATCH-FOUND
002915         MOVE TRANS-CUSTOMER-NAME TO CM-CUSTOMER-NAME
002920         MOVE TRANS-BALANCE       TO CM-BALANCE
002930         MOVE TRANS-AGE-DAYS      TO CM-AGE-DAYS
002940         MOVE TRANS-CREDIT-LIMIT  TO CM-CREDIT-LIMIT
002990             TO CM-ADDR-CITY-ST-ZIP
002992         MOVE TRANS-HOLD-CODE     TO CM-HOLD-CODE
002994         MOVE TRANS-PROMISE-DATE  TO CM-PROMISE-DATE
002997         MOVE TRANS-TERMS-CODE    TO CM-TERMS-CODE
002998         MOVE TRANS-COLLECTOR-ID  TO CM-COLLECTOR-ID
002999         PERFORM 4250-MOVE-FAMILY-FIELDS THRU 4250-EXIT
003000         REWRITE CUSTOMER-MASTER-REC
003010             INVALID KEY
003020                 MOVE "REJECTED" TO WS-RESULT-DESC
003080                 ADD 1 TO WS-CHANGE-COUNT
003090                 MOVE CUSTOMER-MASTER-REC TO WS-AFTER-IMAGE
003100                 PERFORM 4950-WRITE-AUDIT-RECORD THRU 4950-EXIT
003103                 PERFORM 4260-COUNT-OLD-PARENT THRU 4260-EXIT
003106                 PERFORM 4270-COUNT-NEW-PARENT THRU 4270-EXIT
003110         END-REWRITE
003120     ELSE
003130         MOVE "REJECTED" TO WS-RESULT-DESC
003290                 ADD 1 TO WS-DELETE-COUNT
003300                 MOVE SPACES TO WS-AFTER-IMAGE
003310                 PERFORM 4950-WRITE-AUDIT-RECORD THRU 4950-EXIT
003315                 PERFORM 4260-COUNT-OLD-PARENT THRU 4260-EXIT
003320         END-DELETE
003330     ELSE
003340         MOVE "REJECTED" TO WS-RESULT-DESC
