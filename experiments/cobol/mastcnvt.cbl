000320*                   BLANK HOLD CODE AND A ZERO PROMISE DATE,  *
000322*                   READY FOR MAST-LOAD TO REBUILD            *
000324*                   CUSTMAST.DAT AT THE NEW LENGTH.           *
000325*  10/15/2026 RWH   REWORKED FOR THE TERMS-CODE WIDENING: THE *
000326*                   FROZEN OLD LAYOUT IS NOW THE 149-BYTE     *
000327*                   PRE-TERMS RECORD, AND THE OUTPUT IS THE   *
000328*                   180-BYTE RECORD WITH BLANK TERMS (DUE ON  *
000329*                   RECEIPT) AND A BLANK RESERVED FILLER,     *
000330*                   READY FOR MAST-LOAD TO REBUILD            *
000331*                   CUSTMAST.DAT AT THE NEW LENGTH.           *
000332*  10/15/2026 RWH   THE CONVERTED RECORD STARTS WITH NO       *
000333*                   PARENT ACCOUNT AND A ZERO FAMILY CREDIT   *
000334*                   LIMIT.                                    *
000335*  10/15/2026 RWH   THE CONVERTED RECORD STARTS WITH NO       *
000336*                   COLLECTOR ASSIGNED.                       *
000337*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000338*----------------------------------------------------------*
000339 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OLD-CUSTOMER-MASTER ASSIGN TO "CUSTMAST.OLD"
000420 FILE SECTION.
000430*----------------------------------------------------------*
000440* OLD-CUSTOMER-MASTER - THE CUSTOMER RECORD AS IT STOOD     *
000450* BEFORE TERMS-CODE WAS ADDED.                              *
000460*----------------------------------------------------------*
000470 FD  OLD-CUSTOMER-MASTER
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 149 CHARACTERS.
000500 01  OLD-CUSTOMER-RECORD.
000510     05  OC-CUSTOMER-ID      PIC X(10).
000520     05  OC-CUSTOMER-NAME    PIC X(20).
000562     05  OC-ADDR-LINE-1      PIC X(30).
000564     05  OC-ADDR-LINE-2      PIC X(30).
000566     05  OC-ADDR-CITY-ST-ZIP PIC X(30).
000570     05  OC-HOLD-CODE        PIC X(01).
000574     05  OC-PROMISE-DATE     PIC 9(08).

000580 FD  CONVERTED-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 180 CHARACTERS.
000610     COPY CUSTREC.

000630 WORKING-STORAGE SECTION.
001000     MOVE OC-ADDR-LINE-1     TO ADDR-LINE-1.
001010     MOVE OC-ADDR-LINE-2     TO ADDR-LINE-2.
001020     MOVE OC-ADDR-CITY-ST-ZIP TO ADDR-CITY-ST-ZIP.
001022     MOVE OC-HOLD-CODE       TO HOLD-CODE.
001024     MOVE OC-PROMISE-DATE    TO PROMISE-DATE.
001027     MOVE SPACES             TO TERMS-CODE.
001028     MOVE SPACES             TO PARENT-ID.
001029     MOVE ZERO               TO FAMILY-CREDIT-LIMIT.
001032     MOVE SPACES             TO COLLECTOR-ID.
001035     WRITE CUSTOMER-RECORD.
001040     ADD 1 TO WS-CONVERTED-COUNT.
001050     PERFORM 2000-READ-OLD-MASTER THRU 2000-EXIT.
001060 4000-EXIT.
