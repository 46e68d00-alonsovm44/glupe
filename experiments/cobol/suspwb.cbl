000570*                   SUSPAGE.RPT, COUNTED ON THE SUMMARY, AND  *
000580*                   ENDS THE RUN WITH RETURN-CODE 8, SO THE   *
000590*                   CLERK KNOWS THE RECORD WAS NOT RELEASED.  *
000591*  10/15/2026 RWH   INPUT IMAGES AND THE CORRECTION FILE      *
000592*                   WIDENED TO X(180), AND THE RELEASED       *
000593*                   CUST-MAINT TRANSACTION TO 181 BYTES, FOR  *
000594*                   THE TERMS-CODE AND RESERVED FILLER ADDED  *
000595*                   TO THE CUSTOMER RECORD.                   *
000596*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000597*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000598*                   ALONG WITH EVERY OTHER FIELD.             *
000599*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000600*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000601*                   FIELD.                                    *
000604*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000607*----------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000830*----------------------------------------------------------*
000840 SD  SORT-SUSP-WORK-FILE.
000850 01  SORT-SUSP-RECORD.
000860     05  SS-INPUT-IMAGE      PIC X(180).
000870     05  SS-REASON-CODE      PIC X(02).
000880     05  SS-REASON-TEXT      PIC X(30).
000890     05  SS-DATE-ADDED       PIC 9(08).
000900 FD  SORTED-SUSP-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  SORTED-SUSP-RECORD.
000930     05  SRT-INPUT-IMAGE     PIC X(180).
000940     05  SRT-REASON-CODE     PIC X(02).
000950     05  SRT-REASON-TEXT     PIC X(30).
000960     05  SRT-DATE-ADDED      PIC 9(08).
001010*----------------------------------------------------------*
001020 FD  CORRECTION-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 360 CHARACTERS.
001050 01  CORRECTION-RECORD.
001060     05  COR-ORIG-IMAGE      PIC X(180).
001070     05  COR-NEW-IMAGE       PIC X(180).

001080*----------------------------------------------------------*
001090* CUSTOMER-MASTER - READ ONLY, TO DECIDE WHETHER A RELEASED *
001110*----------------------------------------------------------*
001120 FD  CUSTOMER-MASTER
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 180 CHARACTERS.
001150     COPY CUSTREC
001160         REPLACING ==CUSTOMER-RECORD== BY ==CUSTOMER-MASTER-REC==
001170             ==CUSTOMER-ID==   BY ==CM-CUSTOMER-ID==
001250             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
001260             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
001262             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
001264             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
001267             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
001268             ==PARENT-ID==     BY ==CM-PARENT-ID==
001269             ==FAMILY-CREDIT-LIMIT==
001270                 BY ==CM-FAMILY-CREDIT-LIMIT==
001271             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

001275*----------------------------------------------------------*
001280* REPAIRED-FILE - RELEASED RECORDS IN THE CUST-MAINT        *
001290* TRANSACTION FORMAT, SO THE FOLLOW-ON JOB STEP FEEDS THIS  *
001300* FILE TO CUST-MAINT AS TRANS.DAT.                          *
001310*----------------------------------------------------------*
001320 FD  REPAIRED-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 181 CHARACTERS.
001350 01  REPAIRED-RECORD.
001360     05  RP-ACTION-CODE      PIC X(01).
001370     05  RP-CUSTOMER-IMAGE   PIC X(180).

001380 FD  NEW-SUSPENSE-FILE
001390     LABEL RECORDS ARE STANDARD.
001980     05  WS-CORRECTION-ENTRY OCCURS 1 TO 500 TIMES
001990                         DEPENDING ON WS-CORRECTION-COUNT
002000                         INDEXED BY WS-CX.
002010         10  WC-ORIG-IMAGE   PIC X(180).
002020         10  WC-NEW-IMAGE    PIC X(180).
002030         10  WC-USED-SW      PIC X(01).
002040             88  WC-USED                  VALUE 'Y'.

