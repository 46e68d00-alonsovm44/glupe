000260*                   FOR THE SEQUENTIAL LOAD - A DUPLICATE OR  *
000270*                   OUT-OF-SEQUENCE KEY IS COUNTED AND        *
000280*                   DISPLAYED, NOT LOADED.                    *
000282*  10/15/2026 RWH   THE CUSTOMER RECORD NOW CARRIES           *
000284*                   TERMS-CODE AND A RESERVED FILLER - RECORD *
000286*                   LENGTH IS 180.                            *
000287*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000288*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000289*                   ALONG WITH EVERY OTHER FIELD.             *
000290*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000291*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000292*                   FIELD.                                    *
000294*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000296*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000504             ==ADDR-LINE-2==   BY ==OM-ADDR-LINE-2==
000506             ==ADDR-CITY-ST-ZIP== BY ==OM-ADDR-CITY-ST-ZIP==
000508             ==HOLD-CODE==     BY ==OM-HOLD-CODE==
000510             ==PROMISE-DATE==  BY ==OM-PROMISE-DATE==
000515             ==TERMS-CODE==    BY ==OM-TERMS-CODE==
000516             ==PARENT-ID==     BY ==OM-PARENT-ID==
000517             ==FAMILY-CREDIT-LIMIT==
000518                 BY ==OM-FAMILY-CREDIT-LIMIT==
000519             ==COLLECTOR-ID==  BY ==OM-COLLECTOR-ID==.

000520 FD  CUSTOMER-MASTER
000530     LABEL RECORDS ARE STANDARD.
000624             ==ADDR-LINE-2==   BY ==CM-ADDR-LINE-2==
000626             ==ADDR-CITY-ST-ZIP== BY ==CM-ADDR-CITY-ST-ZIP==
000628             ==HOLD-CODE==     BY ==CM-HOLD-CODE==
000630             ==PROMISE-DATE==  BY ==CM-PROMISE-DATE==
000635             ==TERMS-CODE==    BY ==CM-TERMS-CODE==
000636             ==PARENT-ID==     BY ==CM-PARENT-ID==
000637             ==FAMILY-CREDIT-LIMIT==
000638                 BY ==CM-FAMILY-CREDIT-LIMIT==
000639             ==COLLECTOR-ID==  BY ==CM-COLLECTOR-ID==.

000640 WORKING-STORAGE SECTION.
000650 77  WS-OLD-MASTER-EOF        PIC X       VALUE 'N'.
