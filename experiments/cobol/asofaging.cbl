000350*                   THE RUN WITH RETURN-CODE 8 SO THE         *
000360*                   AUDITORS NEVER GET A SILENTLY EMPTY       *
000370*                   REPORT.                                   *
000372*  10/15/2026 RWH   THE CUSTOMER RECORD NOW CARRIES           *
000374*                   TERMS-CODE AND A RESERVED FILLER - RECORD *
000376*                   LENGTH IS 180 AND THE SNAPSHOT RECORD     *
000378*                   GROWS TO 188.                             *
000379*  10/15/2026 RWH   RENAMES THE NEW PARENT-ID AND             *
000380*                   FAMILY-CREDIT-LIMIT IN ITS CUSTREC COPY   *
000381*                   ALONG WITH EVERY OTHER FIELD.             *
000382*  10/15/2026 RWH   RENAMES THE NEW COLLECTOR-ID IN ITS       *
000383*                   CUSTREC COPY ALONG WITH EVERY OTHER       *
000384*                   FIELD.                                    *
000386*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000388*----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000460 FILE SECTION.
000470 FD  SNAPSHOT-FILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 188 CHARACTERS.
000500 01  SNAPSHOT-RECORD.
000510     05  SNP-CLOSE-DATE      PIC 9(08).
000520     05  SNP-MASTER-IMAGE    PIC X(180).

000540 FD  PARM-FILE
000550     LABEL RECORDS ARE STANDARD
000990             ==ADDR-LINE-2==   BY ==SN-ADDR-LINE-2==
001000             ==ADDR-CITY-ST-ZIP== BY ==SN-ADDR-CITY-ST-ZIP==
001002             ==HOLD-CODE==     BY ==SN-HOLD-CODE==
001004             ==PROMISE-DATE==  BY ==SN-PROMISE-DATE==
001012             ==TERMS-CODE==    BY ==SN-TERMS-CODE==
001013             ==PARENT-ID==     BY ==SN-PARENT-ID==
001014             ==FAMILY-CREDIT-LIMIT==
001015                 BY ==SN-FAMILY-CREDIT-LIMIT==
001017             ==COLLECTOR-ID==  BY ==SN-COLLECTOR-ID==.

001020 01  WS-HEADER-LINE-1.
001030     05  FILLER              PIC X(38) VALUE
