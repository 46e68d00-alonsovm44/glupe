000240*                   INVERSE OF MAST-LOAD - SO THE MASTER CAN  *
000250*                   BE REORGANIZED, BACKED UP FLAT, OR        *
000260*                   RELOADED AFTER A LAYOUT CHANGE.           *
000262*  10/15/2026 RWH   THE CUSTOMER RECORD NOW CARRIES           *
000264*                   TERMS-CODE AND A RESERVED FILLER - RECORD *
000266*                   LENGTH IS 180.                            *
000267*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000268*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000269*                   ALONG WITH EVERY OTHER FIELD.             *
000270*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000271*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000272*                   FIELD.                                    *
000274*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000276*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000370 FILE SECTION.
000380 FD  CUSTOMER-MASTER
000390     LABEL RECORDS ARE STANDARD
000400     RECORD CONTAINS 180 CHARACTERS.
000410     COPY CUSTREC
000420         REPLACING ==CUSTOMER-RECORD== BY ==CUSTOMER-MASTER-REC==
000430             ==CUSTOMER-ID==   BY ==CM-CUSTOMER-ID==
000510             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
000520             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
000522             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
000524             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
000532             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
000533             ==PARENT-ID==     BY ==CM-PARENT-ID==
000534             ==FAMILY-CREDIT-LIMIT==
000535                 BY ==CM-FAMILY-CREDIT-LIMIT==
000537             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

000540 FD  UNLOAD-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 180 CHARACTERS.
000570     COPY CUSTREC.

000590 WORKING-STORAGE SECTION.
